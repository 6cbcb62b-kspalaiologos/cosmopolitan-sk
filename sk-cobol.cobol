               ORGANIZATION IS SEQUENTIAL.
           SELECT DEFER-OUTPUT ASSIGN TO DEFERSEL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-OUTPUT ASSIGN TO OUTIDX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USG-OUTPUT ASSIGN TO USAGELOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OBJ-INPUT ASSIGN TO obj-dsname
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS obj-status.
           SELECT DIR-INPUT ASSIGN TO PGMDIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dir-status.
           SELECT EXP-INPUT ASSIGN TO exp-dsname
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS exp-status.
           SELECT CHAIN-OUTPUT ASSIGN TO chn-dsname
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chn-status.
           SELECT CERT-FILE ASSIGN TO CERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS cert-status.
       01 BIN-RECORD                 PIC X(01).
       FD  DEFER-OUTPUT.
       01 DEFER-RECORD               PIC X(132).
       FD  IDX-OUTPUT.
       01 IDX-RECORD.
         02 oix-type                 PIC X(01).
         02 oix-part                 PIC 9(01).
         02 oix-reqnum               PIC 9(05).
         02 oix-reqid                PIC X(08).
         02 oix-route                PIC X(08).
         02 oix-bin-start            PIC 9(10).
         02 oix-bin-count            PIC 9(10).
         02 oix-rpt-first            PIC 9(08).
         02 oix-rpt-last             PIC 9(08).
         02 oix-status               PIC X(02).
         02 oix-rc                   PIC 9(04).
         02 oix-date                 PIC X(08).
         02 oix-time                 PIC X(08).
         02 FILLER                   PIC X(19).
       01 IDX-TRAILER.
         02 oxt-type                 PIC X(01).
         02 oxt-part                 PIC 9(01).
         02 oxt-deck-reqs            PIC 9(05).
         02 oxt-exec-reqs            PIC 9(05).
         02 oxt-have-exp             PIC 9(01).
         02 oxt-exp-reqs             PIC 9(05).
         02 oxt-bin-total            PIC 9(10).
         02 oxt-rpt-total            PIC 9(08).
         02 oxt-rc                   PIC 9(04).
         02 oxt-date                 PIC X(08).
         02 oxt-time                 PIC X(08).
         02 FILLER                   PIC X(44).
       FD  USG-OUTPUT.
       01 USG-RECORD.
         02 usg-date                 PIC X(08).
         02 usg-time                 PIC X(08).
         02 usg-part                 PIC 9(01).
         02 usg-reqnum               PIC 9(05).
         02 usg-reqid                PIC X(08).
         02 usg-owner                PIC X(08).
         02 usg-member               PIC X(08).
         02 usg-class                PIC X(01).
         02 usg-ops                  PIC 9(10).
         02 usg-chars                PIC 9(10).
         02 usg-elapsed              PIC 9(06).
         02 usg-restart              PIC X(01).
         02 usg-status               PIC X(02).
         02 usg-rc                   PIC 9(04).
         02 FILLER                   PIC X(20).
       FD  EXP-INPUT.
       01 EXP-RECORD                 PIC X(01).
       FD  OBJ-INPUT.
       01 OBJ-HEADER.
         02 obh-type                 PIC X(01).
         02 obh-member               PIC X(08).
         02 obh-cksum                PIC 9(09).
         02 obh-ops                  PIC 9(08).
         02 obh-nest                 PIC 9(05).
         02 obh-dead                 PIC 9(08).
         02 obh-gt                   PIC 9(09).
         02 obh-lt                   PIC 9(09).
         02 obh-plus                 PIC 9(09).
         02 obh-minus                PIC 9(09).
         02 obh-dot                  PIC 9(09).
         02 obh-comma                PIC 9(09).
         02 obh-lbr                  PIC 9(09).
         02 obh-rbr                  PIC 9(09).
         02 obh-clr                  PIC 9(09).
         02 obh-date                 PIC X(08).
         02 FILLER                   PIC X(1376).
       01 OBJ-ENTRIES.
         02 obe-type                 PIC X(01).
         02 obe-cnt                  PIC 9(03).
         02 obe-entry OCCURS 100 TIMES.
           03 obe-code               PIC X(01).
           03 obe-count              PIC 9(09).
           03 obe-jump               PIC 9(05).
       FD  DIR-INPUT.
       01 DIR-RECORD                 PIC X(132).
       FD  CHAIN-OUTPUT.
       01 CHAIN-RECORD               PIC X(132).
       FD  CERT-FILE.
       01 CERT-RECORD                PIC X(01).
       FD  CKPT-FILE
         02 rqm-date                 PIC X(08).
         02 rqm-time                 PIC X(08).
         02 rqm-rc                   PIC 9(04).
         02 rqm-member               PIC X(08).
         02 rqm-mcksum               PIC 9(09).
         02 rqm-due-date             PIC X(08).
         02 rqm-due-time             PIC X(04).
         02 rqm-class                PIC X(01).
         02 rqm-owner                PIC X(08).
         02 FILLER                   PIC X(07).
       WORKING-STORAGE SECTION.
       01 CKPT-AREA.
         02 ckpt-reqnum              BINARY-LONG.
       01 outbuf        PIC X(132) VALUE SPACES.
       01 outlen        BINARY-LONG VALUE 0.
       01 totchr        BINARY-LONG VALUE 0.
       01 rpt-lines     BINARY-LONG VALUE 0.
       01 req-bin-start BINARY-LONG VALUE 0.
       01 req-rpt-first BINARY-LONG VALUE 0.
       01 exec-cnt      BINARY-LONG VALUE 0.
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 run-time-r    REDEFINES run-time.
       01 inp-open-fail PIC 9 GLOBAL VALUE 0.
       01 inp-fail-stat PIC XX GLOBAL.
       01 tape-open-fail PIC 9 VALUE 0.
       01 tape-cksum    BINARY-LONG VALUE 0.
       01 tck-ix        BINARY-LONG.
       01 req-mbr-name  PIC X(08) VALUE SPACES.
       01 req-mbr-cksum BINARY-LONG VALUE 0.
       01 req-mbr-sw    PIC 9 VALUE 0.
       01 obj-dsname    PIC X(44).
       01 obj-status    PIC XX.
       01 obj-loaded    PIC 9 VALUE 0.
       01 obj-ok        PIC 9 VALUE 0.
       01 obj-eof       PIC 9 VALUE 0.
       01 obj-ix        BINARY-LONG.
       01 obj-ops       BINARY-LONG.
       01 obj-cached    PIC X(08) VALUE SPACES.
       01 obj-cached-ck BINARY-LONG VALUE 0.
       01 obj-from      PIC X(07) VALUE SPACES.
       01 obj-disabled  PIC 9 VALUE 0.
       01 dir-status    PIC XX.
       01 dir-loaded    PIC 9 VALUE 0.
       01 dir-eof-sw    PIC X VALUE 'N'.
           88 dir-is-eof            VALUE 'Y'.
       01 DIRCK-TABLE.
         02 dck-entry OCCURS 1000 TIMES.
           03 dck-member    PIC X(08).
           03 dck-cksum     BINARY-LONG.
       01 dck-cnt       BINARY-LONG VALUE 0.
       01 dck-ix        BINARY-LONG.
       01 dck-found     BINARY-LONG.
       01 dck-fix       PIC 9(09).
       01 exp-member    PIC X(08) GLOBAL VALUE SPACES.
       01 exp-dsname    PIC X(44).
       01 exp-status    PIC XX.
       01 part-cnt      BINARY-LONG VALUE 0.
       01 part-digit    PIC 9.
       01 part-owner    BINARY-LONG.
       01 part-slot     BINARY-LONG.
       01 req-wanted    PIC 9 VALUE 1.
       01 req-held      PIC 9 VALUE 0.
       01 held-status   PIC X(02).
       01 SEL-LIST GLOBAL.
         02 sel-entry OCCURS 5000 TIMES BINARY-LONG.
       01 sel-cnt       BINARY-LONG GLOBAL VALUE 0.
       01 seek-req      BINARY-LONG GLOBAL VALUE 0.
       01 idx-total     BINARY-LONG GLOBAL VALUE 0.
       01 req-class     PIC X(01) GLOBAL VALUE 'N'.
       01 req-route     PIC X(08) GLOBAL VALUE SPACES.
       01 req-owner     PIC X(08) GLOBAL VALUE SPACES.
       01 req-start-secs BINARY-LONG VALUE 0.
       01 req-elapsed   BINARY-LONG VALUE 0.
       01 CLS-LIST GLOBAL.
         02 cls-entry OCCURS 5000 TIMES PIC X(01).
       01 IDXID-LIST GLOBAL.
         02 idxid-entry OCCURS 5000 TIMES PIC X(08).
       01 req-after     PIC X(08) GLOBAL VALUE SPACES.
       01 chn-member    PIC X(08) GLOBAL VALUE SPACES.
       01 AFT-LIST GLOBAL.
         02 aft-entry OCCURS 5000 TIMES PIC X(08).
       01 req-due       PIC X(06) GLOBAL VALUE SPACES.
       01 req-due-r     REDEFINES req-due.
           02 req-due-hh    PIC X(02).
           02 req-due-mm    PIC X(02).
           02 req-due-sign  PIC X(01).
           02 req-due-days  PIC X(01).
       01 DUE-LIST GLOBAL.
         02 due-entry OCCURS 5000 TIMES PIC X(06).
       01 OWN-LIST GLOBAL.
         02 own-entry OCCURS 5000 TIMES PIC X(08).
       01 due-date      PIC X(08).
       01 due-date-n    REDEFINES due-date PIC 9(08).
       01 due-time      PIC X(04).
       01 due-days      PIC 9.
       01 due-int       BINARY-LONG.
       01 sla-cause     PIC X(08).
       01 sla-done      PIC X(08).
       01 CHAIN-LIST.
         02 chn-entry OCCURS 5000 TIMES.
           03 chn-pred      BINARY-LONG.
           03 chn-root      BINARY-LONG.
           03 chn-feeds     PIC X(01).
           03 chn-cycle     PIC X(01).
           03 chn-placed    PIC X(01).
           03 chn-final     PIC X(02).
       01 chn-ix        BINARY-LONG.
       01 chn-walk      BINARY-LONG.
       01 chn-next      BINARY-LONG.
       01 chn-steps     BINARY-LONG.
       01 chn-top-sw    PIC 9.
       01 chn-pred-stat PIC X(02).
       01 chn-dsname    PIC X(44).
       01 chn-status    PIC XX.
       01 chn-capture   PIC 9 VALUE 0.
       01 chn-cap-fail  PIC 9 VALUE 0.
       01 chnbuf        PIC X(132) VALUE SPACES.
       01 chnlen        BINARY-LONG VALUE 0.
       01 EXEC-ORDER.
         02 ord-entry OCCURS 5000 TIMES BINARY-LONG.
       01 ord-cnt       BINARY-LONG VALUE 0.
           MOVE idx-total TO reqnum
           PERFORM verify-control-totals
           PERFORM write-run-trailer
           PERFORM write-outidx-trailer
           PERFORM write-audit-record
           PERFORM close-reqmast-if-open
           PERFORM close-ckpt-if-open
           PERFORM close-trace-if-open
           CLOSE RPT-OUTPUT AUDIT-OUTPUT ERROR-OUTPUT BIN-OUTPUT
                 DEFER-OUTPUT IDX-OUTPUT USG-OUTPUT
           STOP RUN RETURNING ret-code.

       prime-next-card.
           MOVE SPACES TO inp-member
           MOVE SPACES TO exp-member
           MOVE SPACES TO req-id
           MOVE SPACES TO req-route
           MOVE SPACES TO req-after
           MOVE SPACES TO req-owner
           MOVE SPACES TO req-due
           MOVE 'N' TO req-class
           MOVE 0 TO card-budget
           IF idx-total GREATER THAN 5000
             PERFORM write-idxover-error-record
           END-IF
           PERFORM resolve-chains
           PERFORM write-queued-registry.

       write-idxover-error-record.
           PERFORM write-queued-one
               UNTIL qreg-ix GREATER THAN idx-total
               OR qreg-ix GREATER THAN 5000
           MOVE SPACES TO req-id
           MOVE SPACES TO req-owner
           MOVE SPACES TO req-due.

       write-queued-one.
           IF NOT idxid-entry (qreg-ix) EQUAL SPACES
             MOVE idxid-entry (qreg-ix) TO req-id
             MOVE own-entry (qreg-ix) TO req-owner
             MOVE due-entry (qreg-ix) TO req-due
             MOVE qreg-ix TO reqnum
             PERFORM check-request-wanted
             IF req-wanted EQUAL 1
               MOVE 'QU' TO req-status
               MOVE 0 TO req-rc
               PERFORM update-request-master
           END-IF
           ADD 1 TO qreg-ix.

       resolve-chains.
           INITIALIZE CHAIN-LIST
           IF idx-total GREATER THAN 5000
             MOVE 5000 TO bld-limit
           ELSE
             MOVE idx-total TO bld-limit
           END-IF
           MOVE 1 TO bld-ix
           PERFORM find-chain-pred
               UNTIL bld-ix GREATER THAN bld-limit
           MOVE 1 TO bld-ix
           PERFORM find-chain-root
               UNTIL bld-ix GREATER THAN bld-limit
           MOVE 1 TO bld-ix
           PERFORM cut-chain-cycle
               UNTIL bld-ix GREATER THAN bld-limit.

       find-chain-pred.
           IF NOT aft-entry (bld-ix) EQUAL SPACES
             IF aft-entry (bld-ix) EQUAL idxid-entry (bld-ix)
               MOVE 'Y' TO chn-cycle (bld-ix)
             ELSE
               MOVE 1 TO chn-ix
               PERFORM scan-chain-pred
                   UNTIL chn-ix GREATER THAN bld-limit
                   OR chn-pred (bld-ix) GREATER THAN 0
             END-IF
           END-IF
           ADD 1 TO bld-ix.

       scan-chain-pred.
           IF idxid-entry (chn-ix) EQUAL aft-entry (bld-ix)
               AND NOT chn-ix EQUAL bld-ix
             MOVE chn-ix TO chn-pred (bld-ix)
             MOVE 'Y' TO chn-feeds (chn-ix)
           END-IF
           ADD 1 TO chn-ix.

       find-chain-root.
           MOVE bld-ix TO chn-walk
           MOVE 0 TO chn-steps
           PERFORM step-chain-root
               UNTIL chn-pred (chn-walk) EQUAL 0
               OR chn-steps GREATER THAN bld-limit
           IF chn-steps GREATER THAN bld-limit
             MOVE 'Y' TO chn-cycle (bld-ix)
             MOVE bld-ix TO chn-root (bld-ix)
           ELSE
             MOVE chn-walk TO chn-root (bld-ix)
           END-IF
           ADD 1 TO bld-ix.

       step-chain-root.
           MOVE chn-pred (chn-walk) TO chn-walk
           ADD 1 TO chn-steps.

       cut-chain-cycle.
           IF chn-cycle (bld-ix) EQUAL 'Y'
             MOVE 0 TO chn-pred (bld-ix)
           END-IF
           ADD 1 TO bld-ix.

       build-exec-order.
           MOVE 0 TO ord-cnt
           IF idx-total GREATER THAN 5000
               UNTIL bld-ix GREATER THAN bld-limit.

       append-class-slot.
           IF cls-entry (bld-ix) EQUAL ord-class
             PERFORM place-chain-slot
                 UNTIL chn-placed (bld-ix) EQUAL 'Y'
           END-IF
           ADD 1 TO bld-ix.

       place-chain-slot.
           MOVE bld-ix TO chn-walk
           MOVE 0 TO chn-top-sw
           PERFORM step-chain-unplaced UNTIL chn-top-sw EQUAL 1
           ADD 1 TO ord-cnt
           MOVE chn-walk TO ord-entry (ord-cnt)
           MOVE 'Y' TO chn-placed (chn-walk).

       step-chain-unplaced.
           MOVE chn-pred (chn-walk) TO chn-next
           IF chn-next EQUAL 0
             MOVE 1 TO chn-top-sw
           ELSE
             IF chn-placed (chn-next) EQUAL 'Y'
               MOVE 1 TO chn-top-sw
             ELSE
               MOVE chn-next TO chn-walk
             END-IF
           END-IF.

       run-one-slot.
           MOVE ord-entry (ord-ix) TO seek-req
           MOVE seek-req TO reqnum

       init-run.
           ACCEPT run-parm FROM COMMAND-LINE
           IF parm-tbflag EQUAL 'T'
             SET table-mode TO TRUE
           END-IF
           IF parm-tbflag EQUAL 'C'
             SET table-mode TO TRUE
             SET certify-on TO TRUE
           END-IF
           IF parm-cellflag EQUAL 'B'
             SET byte-cell TO TRUE
           END-IF
           IF parm-trcflag EQUAL 'T'
             SET trace-on TO TRUE
           END-IF
           IF parm-partid IS NUMERIC
           OPEN OUTPUT RPT-OUTPUT
           OPEN OUTPUT BIN-OUTPUT
           OPEN OUTPUT DEFER-OUTPUT
           OPEN OUTPUT IDX-OUTPUT
           IF trace-on
             OPEN OUTPUT TRACE-OUTPUT
             SET trace-is-open TO TRUE
           END-IF
           OPEN EXTEND AUDIT-OUTPUT
           OPEN EXTEND USG-OUTPUT
           OPEN OUTPUT ERROR-OUTPUT
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           IF parm-maxelap IS NUMERIC
             MOVE parm-maxelap TO ddl-work
             COMPUTE elap-limit EQUAL ddl-work * 60
             IF have-deadline EQUAL 0
                 OR elap-limit LESS THAN deadline-limit
               MOVE elap-limit TO deadline-limit
             END-IF
           WRITE AUDIT-RECORD.

       verify-control-totals.
           IF bad-ctl EQUAL 1
             PERFORM write-badctl-error-record
             MOVE 0 TO bad-ctl
           END-IF
           IF have-exp-reqs EQUAL 1
               AND NOT reqnum EQUAL exp-reqs
             PERFORM write-reqcount-error-record
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
             END-IF
           END-IF
           IF have-exp-cksum EQUAL 1
               AND NOT deck-cksum EQUAL exp-cksum
             PERFORM write-cksum-error-record
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
               ' HI=' dump-hi-disp
               INTO err-detail
           PERFORM write-errlog-record
           IF dump-trunc EQUAL 1
             MOVE 'DUMP TRUNCATED TO 4096 CELLS' TO err-detail
             PERFORM write-errlog-record
           END-IF
           MOVE 10 TO dump-pos
           MOVE 0 TO dump-col
           PERFORM add-dump-cell
               UNTIL dump-col EQUAL 3
               OR dump-ix GREATER THAN dump-hi
           PERFORM write-errlog-record.

             PERFORM dump-memory-window
             MOVE 16 TO ret-code
             PERFORM flush-output-line
             PERFORM write-outidx-abend
             PERFORM write-run-trailer
             PERFORM write-outidx-trailer
             PERFORM write-audit-record
             MOVE 'FL' TO req-status
             MOVE 16 TO req-rc
             PERFORM close-ckpt-if-open
             PERFORM close-trace-if-open
             CLOSE RPT-OUTPUT AUDIT-OUTPUT ERROR-OUTPUT BIN-OUTPUT
                 DEFER-OUTPUT IDX-OUTPUT USG-OUTPUT
             DISPLAY 'BRAINFUCK ABEND - P POINTER OUT OF RANGE'
             STOP RUN RETURNING 16
           END-IF.
           END-IF.

       process-request.
           IF sel-over EQUAL 1
             PERFORM write-seloverflow-error-record
             MOVE 2 TO sel-over
           END-IF
           IF bad-ctl EQUAL 1
             PERFORM write-badctl-error-record
             MOVE 0 TO bad-ctl
           END-IF
           PERFORM check-request-wanted
           IF req-held EQUAL 1
             PERFORM write-held-skip-record
             MOVE held-status TO chn-final (reqnum)
           END-IF
           IF deadline-hit EQUAL 0
             PERFORM check-deadline
           END-IF
           IF deadline-hit EQUAL 1
               AND req-wanted EQUAL 1
             PERFORM write-deferred-records
             MOVE 0 TO req-wanted
             MOVE 'DF' TO chn-final (reqnum)
           END-IF
           IF req-wanted EQUAL 1
               AND NOT req-after EQUAL SPACES
             PERFORM check-chain-predecessor
           END-IF
           IF req-wanted EQUAL 1
             MOVE 256 TO p
             INITIALIZE WORD-TAPE
             MOVE totchr TO req-bin-start
             COMPUTE req-rpt-first EQUAL rpt-lines + 1
             ACCEPT now-time FROM TIME
             COMPUTE req-start-secs EQUAL
                 now-time-hh * 3600 + now-time-mm * 60 + now-time-ss
             PERFORM write-request-header
             IF NOT exp-member EQUAL SPACES
               PERFORM open-expect-file
             END-IF
             IF chn-feeds (reqnum) EQUAL 'Y'
               PERFORM open-chain-capture
             END-IF
             EVALUATE TRUE
               WHEN certify-on
                 PERFORM run-certify-request
                 PERFORM load-program-tape
                 PERFORM run-table-interp
               WHEN OTHER
                 MOVE 'LEGACY' TO req-mbr-name
                 MOVE 0 TO req-mbr-cksum
                 MOVE 1 TO req-mbr-sw
                 PERFORM run-legacy-decode
             END-EVALUATE
             PERFORM flush-output-line
             IF chn-capture EQUAL 1
               PERFORM close-chain-capture
             END-IF
             IF table-mode
               PERFORM write-op-summary
             END-IF
             IF NOT exp-member EQUAL SPACES
               PERFORM write-verify-result
             END-IF
             IF inp-open-fail EQUAL 1
               PERFORM write-inputopen-error-record
             END-IF
             IF budget-hit EQUAL 1
               PERFORM write-budget-skip-records
               MOVE 'BS' TO req-status
               MOVE 4 TO req-rc
               PERFORM update-request-master
             ELSE
               IF deadline-hit EQUAL 1
                 PERFORM write-deferred-records
               ELSE
                 IF vfy-fail EQUAL 1
                     OR cert-fail EQUAL 1
                   MOVE 'RE' TO req-status
                   MOVE 8 TO req-rc
                 ELSE
                   IF inp-open-fail EQUAL 1
                       OR tape-open-fail EQUAL 1
                     MOVE 'FL' TO req-status
                     MOVE 8 TO req-rc
                   ELSE
                 PERFORM update-request-master
               END-IF
             END-IF
             MOVE req-status TO chn-final (reqnum)
             EVALUATE chn-cap-fail
               WHEN 1
                 MOVE 'CF' TO chn-final (reqnum)
               WHEN 2
                 MOVE 'RS' TO chn-final (reqnum)
             END-EVALUATE
             PERFORM write-outidx-detail
             PERFORM write-usage-record
           END-IF
           MOVE SPACES TO pgm-member
           MOVE SPACES TO inp-member
           MOVE SPACES TO exp-member
           MOVE SPACES TO req-id
           MOVE SPACES TO req-route
           MOVE SPACES TO req-after
           MOVE SPACES TO req-owner
           MOVE SPACES TO req-due
           MOVE SPACES TO chn-member
           MOVE 0 TO chn-cap-fail
           MOVE 0 TO inp-open-fail
           MOVE 0 TO tape-open-fail
           MOVE 0 TO req-mbr-sw
           MOVE 0 TO vfy-fail
           MOVE 0 TO cert-fail
           MOVE 0 TO req-held
           MOVE 0 TO card-budget.

       write-budget-skip-records.
           END-IF.

       check-deadline.
           IF have-deadline EQUAL 1
             ACCEPT now-time FROM TIME
             COMPUTE now-secs EQUAL
                 now-time-hh * 3600 + now-time-mm * 60 + now-time-ss
               INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO DEFER-RECORD
           IF req-id EQUAL SPACES
             STRING '$$SELECT=' FUNCTION TRIM(reqnum-disp)
                 INTO DEFER-RECORD
           ELSE
       check-request-wanted.
           MOVE 1 TO req-wanted
           IF part-cnt GREATER THAN 1
             MOVE reqnum TO part-slot
             IF reqnum LESS THAN OR EQUAL TO 5000
                 AND chn-root (reqnum) GREATER THAN 0
               MOVE chn-root (reqnum) TO part-slot
             END-IF
             COMPUTE part-owner EQUAL
                 FUNCTION MOD(part-slot, part-cnt)
             IF NOT part-owner EQUAL
                 FUNCTION MOD(part-id, part-cnt)
               MOVE 0 TO req-wanted
             END-IF
             MOVE 1 TO selid-ix
             PERFORM scan-selid-list
                 UNTIL selid-ix GREATER THAN selid-cnt
             IF sel-found EQUAL 0
               MOVE 0 TO req-wanted
             END-IF
           END-IF
           MOVE 0 TO req-held
           IF req-wanted EQUAL 1
               AND NOT req-id EQUAL SPACES
             PERFORM check-master-hold
           END-IF.

       check-master-hold.
           PERFORM open-reqmast-if-needed
           MOVE req-id TO rqm-key
           READ REQ-MASTER
           IF rqm-fstat EQUAL '00'
             IF rqm-status EQUAL 'HD' OR 'CN'
               MOVE 1 TO req-held
               MOVE rqm-status TO held-status
               MOVE 0 TO req-wanted
             END-IF
           END-IF.

       write-held-skip-record.
           MOVE reqnum TO reqnum-disp
           MOVE SPACES TO AUDIT-RECORD
           IF held-status EQUAL 'CN'
             STRING job-name ' ' run-date ' ' run-time
                 ' REQ=' reqnum-disp ' ID=' req-id
                 ' SKIPPED-CANCELLED-IN-MASTER'
                 INTO AUDIT-RECORD
           ELSE
             STRING job-name ' ' run-date ' ' run-time
                 ' REQ=' reqnum-disp ' ID=' req-id
                 ' SKIPPED-HELD-IN-MASTER'
                 INTO AUDIT-RECORD
           END-IF
           WRITE AUDIT-RECORD.

       check-chain-predecessor.
           MOVE SPACES TO chn-pred-stat
           IF chn-cycle (reqnum) EQUAL 'Y'
             MOVE 'CY' TO chn-pred-stat
           ELSE
             IF chn-pred (reqnum) GREATER THAN 0
               MOVE chn-pred (reqnum) TO chn-ix
               MOVE chn-final (chn-ix) TO chn-pred-stat
             END-IF
             IF chn-pred-stat EQUAL SPACES
               PERFORM open-reqmast-if-needed
               MOVE req-after TO rqm-key
               READ REQ-MASTER
               IF rqm-fstat EQUAL '00'
                 MOVE rqm-status TO chn-pred-stat
               ELSE
                 MOVE 'NF' TO chn-pred-stat
               END-IF
             END-IF
           END-IF
           EVALUATE chn-pred-stat
             WHEN 'CP'
               MOVE req-after TO chn-member
             WHEN 'DF'
             WHEN 'QU'
             WHEN 'HD'
               PERFORM write-chain-defer-records
               MOVE 0 TO req-wanted
             WHEN OTHER
               PERFORM write-chain-fail-records
               MOVE 0 TO req-wanted
           END-EVALUATE.

       write-chain-fail-records.
           MOVE reqnum TO reqnum-disp
           MOVE 'BF19' TO err-code
           MOVE 'E' TO err-severity
           MOVE SPACES TO err-detail
           STRING 'CHAIN-PREDECESSOR-FAILED AFTER=' req-after
               ' ST=' chn-pred-stat
               INTO err-detail
           PERFORM write-errlog-record
           MOVE SPACES TO AUDIT-RECORD
           STRING job-name ' ' run-date ' ' run-time
               ' REQ=' reqnum-disp ' ID=' req-id
               ' SKIPPED-PREDECESSOR-FAILED AFTER=' req-after
               ' ST=' chn-pred-stat
               INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE 'FL' TO req-status
           MOVE 8 TO req-rc
           PERFORM update-request-master
           MOVE 'FL' TO chn-final (reqnum)
           IF ret-code LESS THAN 8
             MOVE 8 TO ret-code
           END-IF.

       write-chain-defer-records.
           MOVE reqnum TO reqnum-disp
           MOVE 'BF20' TO err-code
           MOVE 'W' TO err-severity
           MOVE SPACES TO err-detail
           STRING 'CHAIN-PREDECESSOR-DEFERRED AFTER=' req-after
               ' ST=' chn-pred-stat
               INTO err-detail
           PERFORM write-errlog-record
           MOVE SPACES TO AUDIT-RECORD
           STRING job-name ' ' run-date ' ' run-time
               ' REQ=' reqnum-disp ' ID=' req-id
               ' DEFERRED-PREDECESSOR-PENDING AFTER=' req-after
               ' ST=' chn-pred-stat
               INTO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO DEFER-RECORD
           IF req-id EQUAL SPACES
             STRING '$$SELECT=' FUNCTION TRIM(reqnum-disp)
                 INTO DEFER-RECORD
           ELSE
             STRING '$$SELID=' FUNCTION TRIM(req-id)
                 INTO DEFER-RECORD
           END-IF
           WRITE DEFER-RECORD
           MOVE 'DF' TO req-status
           MOVE 2 TO req-rc
           PERFORM update-request-master
           MOVE 'DF' TO chn-final (reqnum)
           IF ret-code LESS THAN 2
             MOVE 2 TO ret-code
           END-IF.

       scan-select-list.
           IF sel-entry (sel-ix) EQUAL reqnum
             MOVE 1 TO sel-found
             MOVE sel-cnt TO sel-ix
           END-IF
           ADD 1 TO sel-ix.

       scan-selid-list.
           IF selid-entry (selid-ix) EQUAL req-id
               AND NOT req-id EQUAL SPACES
             MOVE 1 TO sel-found
             MOVE selid-cnt TO selid-ix
           END-IF
               ' +=' sum-plus-disp ' -=' sum-minus-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines
           MOVE SPACES TO RPT-RECORD
           STRING 'OP SUMMARY  .=' sum-dot-disp ' ,=' sum-comma-disp
               ' [=' sum-lbr-disp ' ]=' sum-rbr-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines
           MOVE exec-clr TO sum-clr-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'OP SUMMARY  CLEARS=' sum-clr-disp
               ' LOOPS=' sum-loop-disp ' OPS=' sum-ops-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines.

       write-request-header.
           MOVE reqnum TO reqnum-disp
           MOVE SPACES TO RPT-RECORD
           IF req-id EQUAL SPACES
             STRING 'REQUEST ' reqnum-disp INTO RPT-RECORD
           ELSE
             STRING 'REQUEST ' reqnum-disp ' ID=' req-id
                 INTO RPT-RECORD
           END-IF
           IF NOT req-route EQUAL SPACES
             MOVE ' ROUTE=' TO RPT-RECORD (26:7)
             MOVE req-route TO RPT-RECORD (33:8)
           END-IF
           IF NOT req-owner EQUAL SPACES
             MOVE ' OWNER=' TO RPT-RECORD (70:7)
             MOVE req-owner TO RPT-RECORD (77:8)
           END-IF
           IF NOT req-after EQUAL SPACES
             MOVE ' AFTER=' TO RPT-RECORD (41:7)
             MOVE req-after TO RPT-RECORD (48:8)
             MOVE chn-root (reqnum) TO chn-ix
             IF chn-pred (reqnum) GREATER THAN 0
                 AND NOT chn-ix EQUAL chn-pred (reqnum)
               MOVE ' ROOT=' TO RPT-RECORD (56:6)
               MOVE idxid-entry (chn-ix) TO RPT-RECORD (62:8)
             END-IF
           END-IF
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines.

       load-program-tape.
           IF NOT pgm-member EQUAL SPACES
               AND pgm-member EQUAL obj-cached
             MOVE pgm-member TO req-mbr-name
             MOVE obj-cached-ck TO req-mbr-cksum
             MOVE 1 TO req-mbr-sw
             MOVE 'STORAGE' TO obj-from
             PERFORM write-tape-analysis
           ELSE
             MOVE SPACES TO obj-cached
             MOVE 0 TO obj-loaded
             IF NOT pgm-member EQUAL SPACES
                 AND obj-disabled EQUAL 0
               PERFORM load-program-object
             END-IF
             IF obj-loaded EQUAL 0
               PERFORM load-tape-source
             END-IF
           END-IF.

       load-program-object.
           IF dir-loaded EQUAL 0
             PERFORM load-directory-checksums
           END-IF
           MOVE 0 TO dck-found
           MOVE 1 TO dck-ix
           PERFORM scan-dir-checksum
               UNTIL dck-ix GREATER THAN dck-cnt
           IF obj-disabled EQUAL 0
             IF dck-found EQUAL 0
               MOVE SPACES TO err-detail
               STRING 'PGMOBJ-NOT-IN-PGMDIR MEMBER=' pgm-member
                   INTO err-detail
               PERFORM write-object-warning-record
             ELSE
               PERFORM read-program-object
             END-IF
           END-IF.

       scan-dir-checksum.
           IF dck-member (dck-ix) EQUAL pgm-member
             MOVE dck-ix TO dck-found
             MOVE dck-cnt TO dck-ix
           END-IF
           ADD 1 TO dck-ix.

       load-directory-checksums.
           MOVE 1 TO dir-loaded
           MOVE 0 TO dck-cnt
           OPEN INPUT DIR-INPUT
           IF dir-status NOT EQUAL '00'
             MOVE 1 TO obj-disabled
             MOVE SPACES TO err-detail
             STRING 'PGMOBJ-UNUSED PGMDIR-OPEN STATUS=' dir-status
                 INTO err-detail
             PERFORM write-object-warning-record
           ELSE
             MOVE 'N' TO dir-eof-sw
             PERFORM read-dir-record UNTIL dir-is-eof
             CLOSE DIR-INPUT
           END-IF.

       read-dir-record.
           READ DIR-INPUT
             AT END
               MOVE 'Y' TO dir-eof-sw
             NOT AT END
               IF DIR-RECORD (18:5) EQUAL ' OPS='
                   AND DIR-RECORD (50:9) IS NUMERIC
                   AND dck-cnt LESS THAN 1000
                 ADD 1 TO dck-cnt
                 MOVE DIR-RECORD (1:8) TO dck-member (dck-cnt)
                 MOVE DIR-RECORD (50:9) TO dck-fix
                 MOVE dck-fix TO dck-cksum (dck-cnt)
               END-IF
           END-READ
           IF dir-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO dir-eof-sw
           END-IF.

       read-program-object.
           MOVE SPACES TO obj-dsname
           STRING 'PGMOBJ(' FUNCTION TRIM(pgm-member) ')'
               INTO obj-dsname
           OPEN INPUT OBJ-INPUT
           IF obj-status NOT EQUAL '00'
             MOVE SPACES TO err-detail
             STRING 'PGMOBJ-OPEN MEMBER=' pgm-member
                 ' STATUS=' obj-status
                 INTO err-detail
             PERFORM write-object-warning-record
           ELSE
             MOVE 0 TO obj-ok
             READ OBJ-INPUT
             IF obj-status EQUAL '00'
                 AND obh-type EQUAL 'H'
                 AND obh-member EQUAL pgm-member
                 AND obh-cksum IS NUMERIC
                 AND obh-ops IS NUMERIC
               IF obh-cksum EQUAL dck-cksum (dck-found)
                   AND obh-ops NOT GREATER THAN 65536
                 MOVE 1 TO obj-ok
               END-IF
             END-IF
             IF obj-ok EQUAL 0
               MOVE SPACES TO err-detail
               STRING 'PGMOBJ-STALE MEMBER=' pgm-member
                   INTO err-detail
               PERFORM write-object-warning-record
             ELSE
               MOVE obh-ops TO obj-ops
               MOVE obh-nest TO nest-max
               MOVE obh-dead TO dead-loops
               MOVE obh-gt TO lint-gt
               MOVE obh-lt TO lint-lt
               MOVE obh-plus TO lint-plus
               MOVE obh-minus TO lint-minus
               MOVE obh-dot TO lint-dot
               MOVE obh-comma TO lint-comma
               MOVE obh-lbr TO lint-lbr
               MOVE obh-rbr TO lint-rbr
               MOVE obh-clr TO lint-clr
               PERFORM load-object-entries
             END-IF
             CLOSE OBJ-INPUT
           END-IF.

       load-object-entries.
           MOVE 0 TO op-total
           MOVE 0 TO obj-eof
           PERFORM read-object-record
               UNTIL op-total NOT LESS THAN obj-ops
               OR obj-eof EQUAL 1
           IF op-total EQUAL obj-ops
             MOVE pgm-member TO req-mbr-name
             MOVE dck-cksum (dck-found) TO req-mbr-cksum
             MOVE 1 TO req-mbr-sw
             MOVE 1 TO obj-loaded
             MOVE pgm-member TO obj-cached
             MOVE dck-cksum (dck-found) TO obj-cached-ck
             MOVE 'OBJECT' TO obj-from
             PERFORM write-tape-analysis
           ELSE
             MOVE SPACES TO err-detail
             STRING 'PGMOBJ-SHORT MEMBER=' pgm-member
                 INTO err-detail
             PERFORM write-object-warning-record
           END-IF.

       read-object-record.
           READ OBJ-INPUT
             AT END
               MOVE 1 TO obj-eof
             NOT AT END
               IF obe-type EQUAL 'E'
                   AND obe-cnt IS NUMERIC
                   AND obe-cnt GREATER THAN 0
                   AND obe-cnt NOT GREATER THAN 100
                   AND op-total + obe-cnt NOT GREATER THAN obj-ops
                 MOVE 1 TO obj-ix
                 PERFORM store-object-entry
                     UNTIL obj-ix GREATER THAN obe-cnt
               ELSE
                 MOVE 1 TO obj-eof
               END-IF
           END-READ
           IF obj-status NOT EQUAL '00' AND '10'
             MOVE 1 TO obj-eof
           END-IF.

       store-object-entry.
           ADD 1 TO op-total
           MOVE obe-code (obj-ix) TO op-code (op-total)
           MOVE obe-count (obj-ix) TO op-count (op-total)
           MOVE obe-jump (obj-ix) TO op-jump (op-total)
           ADD 1 TO obj-ix.

       write-object-warning-record.
           MOVE 'BF21' TO err-code
           MOVE 'W' TO err-severity
           PERFORM write-errlog-record.

       load-tape-source.
           IF pgm-member EQUAL SPACES
             MOVE 'PGMTAPE' TO tape-dsname
           ELSE
             MOVE SPACES TO tape-dsname
                 INTO tape-dsname
           END-IF
           MOVE 0 TO op-total
           MOVE 0 TO tape-cksum
           OPEN INPUT TAPE-INPUT
           IF tape-status NOT EQUAL '00'
             PERFORM write-tapeopen-error-record
             MOVE 'N' TO tape-eof-sw
             PERFORM read-tape-record UNTIL tape-is-eof
             CLOSE TAPE-INPUT
             IF pgm-member EQUAL SPACES
               MOVE 'PGMTAPE' TO req-mbr-name
             ELSE
               MOVE pgm-member TO req-mbr-name
             END-IF
             MOVE tape-cksum TO req-mbr-cksum
             MOVE 1 TO req-mbr-sw
             PERFORM fold-clear-loops
             MOVE 0 TO jmp-top
             MOVE 1 TO scan-ix
             MOVE 0 TO nest-max dead-loops
             PERFORM scan-tape-symbol
                 UNTIL scan-ix GREATER THAN op-total
             MOVE 'SOURCE' TO obj-from
             PERFORM write-tape-analysis
             IF NOT pgm-member EQUAL SPACES
               MOVE pgm-member TO obj-cached
               MOVE tape-cksum TO obj-cached-ck
             END-IF
           END-IF.

       write-inputopen-error-record.
           MOVE 'BF14' TO err-code
           MOVE 'E' TO err-severity
           MOVE SPACES TO err-detail
           IF chn-member EQUAL SPACES
             STRING 'DATA-INPUT-OPEN MEMBER=' inp-member
                 ' STATUS=' inp-fail-stat
                 INTO err-detail
           ELSE
             STRING 'CHAIN-INPUT-OPEN AFTER=' chn-member
                 ' STATUS=' inp-fail-stat
                 INTO err-detail
           END-IF
           PERFORM write-errlog-record
           IF ret-code LESS THAN 8
             MOVE 8 TO ret-code
           END-READ.

       store-tape-record.
           PERFORM sum-tape-checksum
           MOVE 1 TO col-ix
           PERFORM store-tape-char UNTIL col-ix GREATER THAN 132.

       sum-tape-checksum.
           MOVE 1 TO tck-ix
           PERFORM sum-tape-cksum-char UNTIL tck-ix GREATER THAN 132
           IF tape-cksum GREATER THAN 999999999
             SUBTRACT 1000000000 FROM tape-cksum
           END-IF.

       sum-tape-cksum-char.
           IF TAPE-RECORD (tck-ix:1) NOT EQUAL SPACE
             ADD FUNCTION ORD(TAPE-RECORD (tck-ix:1)) TO tape-cksum
             SUBTRACT 1 FROM tape-cksum
           END-IF
           ADD 1 TO tck-ix.

       store-tape-char.
           IF TAPE-RECORD (col-ix:1) EQUAL '+' OR '-' OR '<' OR '>'
               OR '.' OR ',' OR '[' OR ']'
             IF op-total GREATER THAN 0
                 AND TAPE-RECORD (col-ix:1) EQUAL op-code (op-total)
                 AND (TAPE-RECORD (col-ix:1) EQUAL '+' OR '-'
                     OR '<' OR '>')
               ADD 1 TO op-count (op-total)
             ELSE
             PERFORM write-optable-error-record
             MOVE 16 TO ret-code
             PERFORM flush-output-line
             PERFORM write-outidx-abend
             PERFORM write-run-trailer
             PERFORM write-outidx-trailer
             PERFORM write-audit-record
             MOVE 'FL' TO req-status
             MOVE 16 TO req-rc
             PERFORM close-ckpt-if-open
             PERFORM close-trace-if-open
             CLOSE RPT-OUTPUT AUDIT-OUTPUT ERROR-OUTPUT BIN-OUTPUT
                 DEFER-OUTPUT IDX-OUTPUT USG-OUTPUT
             DISPLAY 'BRAINFUCK ABEND - PROGRAM TAPE TOO LARGE'
             STOP RUN RETURNING 16
           END-IF.

       fold-one-entry.
           IF fold-ix + 2 LESS THAN OR EQUAL TO op-total
               AND op-code (fold-ix) EQUAL '['
               AND op-code (fold-ix + 1) EQUAL '-'
               AND op-count (fold-ix + 1) EQUAL 1
               AND op-code (fold-ix + 2) EQUAL ']'
             ADD 1 TO fold-out
             MOVE '0' TO op-code (fold-out)
             MOVE 1 TO op-count (fold-out)
               ADD 1 TO lint-rbr
             WHEN '['
               ADD 1 TO lint-lbr
               IF scan-ix EQUAL 1
                 ADD 1 TO dead-loops
               ELSE
                 IF op-code (scan-ix - 1) EQUAL ']' OR '0'
                   ADD 1 TO dead-loops
                 END-IF
               END-IF
           STRING 'TAPE ANALYSIS  OPS=' lint-tot-disp
               ' MAXDEPTH=' nest-max-disp
               ' DEADLOOPS=' dead-disp
               ' LOADED=' obj-from
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines
           MOVE lint-gt TO sum-gt-disp
           MOVE lint-lt TO sum-lt-disp
           MOVE lint-plus TO sum-plus-disp
               ' +=' sum-plus-disp ' -=' sum-minus-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines
           MOVE lint-dot TO sum-dot-disp
           MOVE lint-comma TO sum-comma-disp
           MOVE lint-lbr TO sum-lbr-disp
               ' [=' sum-lbr-disp ' ]=' sum-rbr-disp
               ' CLEARS=' sum-clr-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines.

       check-jmpstack-bounds.
           IF jmp-top GREATER THAN 8192
             PERFORM write-jmpstack-error-record
             MOVE 16 TO ret-code
             PERFORM flush-output-line
             PERFORM write-outidx-abend
             PERFORM write-run-trailer
             PERFORM write-outidx-trailer
             PERFORM write-audit-record
             MOVE 'FL' TO req-status
             MOVE 16 TO req-rc
             PERFORM close-ckpt-if-open
             PERFORM close-trace-if-open
             CLOSE RPT-OUTPUT AUDIT-OUTPUT ERROR-OUTPUT BIN-OUTPUT
                 DEFER-OUTPUT IDX-OUTPUT USG-OUTPUT
             DISPLAY 'BRAINFUCK ABEND - PROGRAM TAPE NESTING TOO DEEP'
             STOP RUN RETURNING 16
           END-IF.
             PERFORM write-jmpstack-underflow-error-record
             MOVE 16 TO ret-code
             PERFORM flush-output-line
             PERFORM write-outidx-abend
             PERFORM write-run-trailer
             PERFORM write-outidx-trailer
             PERFORM write-audit-record
             MOVE 'FL' TO req-status
             MOVE 16 TO req-rc
             PERFORM close-ckpt-if-open
             PERFORM close-trace-if-open
             CLOSE RPT-OUTPUT AUDIT-OUTPUT ERROR-OUTPUT BIN-OUTPUT
                 DEFER-OUTPUT IDX-OUTPUT USG-OUTPUT
             DISPLAY 'BRAINFUCK ABEND - PROGRAM TAPE UNMATCHED BRACKET'
             STOP RUN RETURNING 16
           END-IF.
             MOVE dflt-budget TO budget-limit
           END-IF
           MOVE 0 TO budget-hit
           IF ckpt-tried EQUAL 0
               AND certmode EQUAL 0
             PERFORM load-checkpoint
             MOVE 1 TO ckpt-tried
           END-IF
           IF ckpt-have-target EQUAL 1
               AND reqnum EQUAL ckpt-target-reqnum
               AND certmode EQUAL 0
             PERFORM apply-checkpoint
           END-IF
           MOVE p TO touch-lo
               END-IF
             WHEN '['
               ADD 1 TO exec-lbr
               IF m(p) EQUAL 0
                 MOVE op-jump (op-ix) TO op-ix
               END-IF
             WHEN ']'
               ADD 1 TO exec-rbr
               IF NOT m(p) EQUAL 0
                 ADD 1 TO loop-iters
                 MOVE op-jump (op-ix) TO op-ix
               END-IF
             COMPUTE op-ix EQUAL op-total + 1
           END-IF
           IF opcount GREATER THAN OR EQUAL TO 500000
               AND budget-hit EQUAL 0
             MOVE 0 TO opcount
             IF certmode EQUAL 0
               PERFORM save-checkpoint
             END-IF
             PERFORM check-deadline
             IF deadline-hit EQUAL 1
               COMPUTE op-ix EQUAL op-total + 1
             END-IF
           END-IF.
           END-IF.

       update-request-master.
           IF NOT req-id EQUAL SPACES
             PERFORM open-reqmast-if-needed
             MOVE req-id TO rqm-key
             READ REQ-MASTER
             IF rqm-fstat NOT EQUAL '00'
               MOVE SPACES TO RQM-RECORD
               MOVE req-id TO rqm-key
             END-IF
             IF rqm-fstat EQUAL '00'
                 AND NOT rqm-due-date EQUAL SPACES
                 AND (rqm-status EQUAL 'QU' OR 'DF' OR 'BS' OR 'HD')
               MOVE rqm-due-date TO due-date
               MOVE rqm-due-time TO due-time
             ELSE
               PERFORM compute-due-stamp
             END-IF
             IF req-mbr-sw EQUAL 1
               MOVE req-mbr-name TO rqm-member
               MOVE req-mbr-cksum TO rqm-mcksum
             END-IF
             IF rqm-mcksum IS NOT NUMERIC
               MOVE 0 TO rqm-mcksum
             END-IF
             MOVE req-status TO rqm-status
             MOVE reqnum TO rqm-seq
             ACCEPT rqm-date FROM DATE YYYYMMDD
             ACCEPT rqm-time FROM TIME
             MOVE req-rc TO rqm-rc
             MOVE due-date TO rqm-due-date
             MOVE due-time TO rqm-due-time
             IF reqnum GREATER THAN 0 AND NOT reqnum GREATER THAN 5000
               MOVE cls-entry (reqnum) TO rqm-class
             ELSE
               MOVE 'N' TO rqm-class
             END-IF
             MOVE req-owner TO rqm-owner
             REWRITE RQM-RECORD
             IF rqm-fstat NOT EQUAL '00'
               WRITE RQM-RECORD
             END-IF
             IF NOT rqm-status EQUAL 'QU'
                 AND NOT due-date EQUAL SPACES
               PERFORM write-sla-audit-record
             END-IF
           END-IF.

       compute-due-stamp.
           MOVE SPACES TO due-date due-time
           IF req-due-hh IS NUMERIC AND req-due-mm IS NUMERIC
               AND req-due-hh LESS THAN '24'
               AND req-due-mm LESS THAN '60'
             IF req-due-sign EQUAL SPACE AND req-due-days EQUAL SPACE
               MOVE 0 TO due-days
               PERFORM set-due-stamp
             ELSE
               IF req-due-sign EQUAL '+' AND req-due-days IS NUMERIC
                 MOVE req-due-days TO due-days
                 PERFORM set-due-stamp
               END-IF
             END-IF
           END-IF.

       set-due-stamp.
           COMPUTE due-int EQUAL
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
               + due-days
           COMPUTE due-date-n EQUAL FUNCTION DATE-OF-INTEGER(due-int)
           STRING req-due-hh req-due-mm INTO due-time.

       write-sla-audit-record.
           EVALUATE rqm-status
             WHEN 'BS'
               MOVE 'BUDGET' TO sla-cause
             WHEN 'DF'
               IF deadline-hit EQUAL 1
                 MOVE 'DEADLINE' TO sla-cause
               ELSE
                 MOVE 'CHAIN' TO sla-cause
               END-IF
             WHEN 'FL'
             WHEN 'RE'
               MOVE 'FAILURE' TO sla-cause
             WHEN OTHER
               IF warm-restart
                   AND reqnum EQUAL ckpt-target-reqnum
                 MOVE 'RESTART' TO sla-cause
               ELSE
                 MOVE 'NONE' TO sla-cause
               END-IF
           END-EVALUATE
           MOVE reqnum TO reqnum-disp
           MOVE rqm-time TO sla-done
           MOVE SPACES TO AUDIT-RECORD
           STRING job-name ' ' run-date ' ' run-time
               ' REQ=' reqnum-disp ' ID=' req-id
               ' SLA DUE=' rqm-due-date ' ' rqm-due-time
               ' END=' rqm-date ' ' sla-done (1:4)
               ' ST=' rqm-status ' CL=' rqm-class
               ' OW=' rqm-owner ' ' sla-cause
               INTO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       close-reqmast-if-open.
           IF rqm-is-open
             CLOSE REQ-MASTER
             PERFORM dump-memory-window
             MOVE 16 TO ret-code
             PERFORM flush-output-line
             PERFORM write-outidx-abend
             PERFORM write-run-trailer
             PERFORM write-outidx-trailer
             PERFORM write-audit-record
             MOVE 'FL' TO req-status
             MOVE 16 TO req-rc
             PERFORM close-ckpt-if-open
             PERFORM close-trace-if-open
             CLOSE RPT-OUTPUT AUDIT-OUTPUT ERROR-OUTPUT BIN-OUTPUT
                 DEFER-OUTPUT IDX-OUTPUT USG-OUTPUT
             DISPLAY 'BRAINFUCK ABEND - CHECKPOINT WINDOW TOO SMALL'
             STOP RUN RETURNING 16
           END-IF.
       load-checkpoint.
           MOVE 1 TO ckpt-relkey
           OPEN INPUT CKPT-FILE
           IF ckpt-status EQUAL '00'
             READ CKPT-FILE
             IF ckpt-status EQUAL '00'
               MOVE CKPT-RECORD TO CKPT-AREA
               MOVE ckpt-reqnum TO ckpt-target-reqnum
               MOVE 1 TO ckpt-have-target
           STRING 'BRAINFUCK DECODE RUN  DATE=' run-date
               ' TIME=' run-time
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines.

       write-outidx-detail.
           MOVE SPACES TO IDX-RECORD
           MOVE 'D' TO oix-type
           MOVE part-id TO oix-part
           MOVE reqnum TO oix-reqnum
           MOVE req-id TO oix-reqid
           MOVE req-route TO oix-route
           MOVE req-bin-start TO oix-bin-start
           COMPUTE oix-bin-count EQUAL totchr - req-bin-start
           MOVE req-rpt-first TO oix-rpt-first
           MOVE rpt-lines TO oix-rpt-last
           MOVE req-status TO oix-status
           MOVE req-rc TO oix-rc
           ACCEPT oix-date FROM DATE YYYYMMDD
           ACCEPT oix-time FROM TIME
           WRITE IDX-RECORD
           ADD 1 TO exec-cnt.

       write-outidx-abend.
           MOVE 'FL' TO req-status
           MOVE 16 TO req-rc
           PERFORM write-outidx-detail
           PERFORM write-usage-record.

       write-usage-record.
           MOVE SPACES TO USG-RECORD
           ACCEPT usg-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME
           MOVE now-time TO usg-time
           COMPUTE now-secs EQUAL
               now-time-hh * 3600 + now-time-mm * 60 + now-time-ss
           COMPUTE req-elapsed EQUAL now-secs - req-start-secs
           IF req-elapsed LESS THAN 0
             ADD 86400 TO req-elapsed
           END-IF
           MOVE part-id TO usg-part
           MOVE reqnum TO usg-reqnum
           MOVE req-id TO usg-reqid
           MOVE req-owner TO usg-owner
           IF legacy-mode
             MOVE 'LEGACY' TO usg-member
           ELSE
             IF pgm-member EQUAL SPACES
               MOVE 'PGMTAPE' TO usg-member
             ELSE
               MOVE pgm-member TO usg-member
             END-IF
           END-IF
           MOVE cls-entry (reqnum) TO usg-class
           MOVE req-ops TO usg-ops
           COMPUTE usg-chars EQUAL totchr - req-bin-start
           MOVE req-elapsed TO usg-elapsed
           IF warm-restart
               AND reqnum EQUAL ckpt-target-reqnum
             MOVE 'Y' TO usg-restart
           ELSE
             MOVE 'N' TO usg-restart
           END-IF
           MOVE req-status TO usg-status
           MOVE req-rc TO usg-rc
           WRITE USG-RECORD.

       write-outidx-trailer.
           MOVE SPACES TO IDX-TRAILER
           MOVE 'T' TO oxt-type
           MOVE part-id TO oxt-part
           MOVE idx-total TO oxt-deck-reqs
           MOVE exec-cnt TO oxt-exec-reqs
           MOVE have-exp-reqs TO oxt-have-exp
           MOVE exp-reqs TO oxt-exp-reqs
           MOVE totchr TO oxt-bin-total
           MOVE rpt-lines TO oxt-rpt-total
           MOVE ret-code TO oxt-rc
           MOVE run-date TO oxt-date
           MOVE run-time TO oxt-time
           WRITE IDX-TRAILER.

       write-run-trailer.
           MOVE totchr TO totchr-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'RUN TRAILER  CHARACTERS=' totchr-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines.

       run-certify-request.
           PERFORM load-program-tape
               MOVE cert-offset TO cert-badoff
               MOVE 0 TO cert-compare
             NOT AT END
               IF NOT CERT-RECORD EQUAL BIN-RECORD
                 MOVE 1 TO cert-fail
                 MOVE cert-offset TO cert-badoff
                 MOVE 0 TO cert-compare
           ADD 1 TO cert-offset.

       write-certify-result.
           IF cert-fail EQUAL 0
             READ CERT-FILE
               AT END
                 CONTINUE
           END-IF
           CLOSE CERT-FILE
           MOVE SPACES TO RPT-RECORD
           IF cert-fail EQUAL 0
             MOVE cert-offset TO cert-off-disp
             STRING 'CERTIFY PASS  LEGACY AND TABLE IDENTICAL'
                 ' BYTES=' cert-off-disp
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines
           IF cert-fail EQUAL 1
             PERFORM write-certify-error-record
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
               MOVE vfy-offset TO vfy-badoff
               MOVE 0 TO vfy-active
             NOT AT END
               IF NOT EXP-RECORD EQUAL BIN-RECORD
                 MOVE 1 TO vfy-fail
                 MOVE vfy-offset TO vfy-badoff
                 MOVE 0 TO vfy-active
           ADD 1 TO vfy-offset.

       write-verify-result.
           IF vfy-active EQUAL 1
             READ EXP-INPUT
               AT END
                 CONTINUE
             END-READ
             MOVE 0 TO vfy-active
           END-IF
           IF vfy-open-fail EQUAL 0
             CLOSE EXP-INPUT
           END-IF
           MOVE SPACES TO RPT-RECORD
           IF vfy-fail EQUAL 0
             STRING 'VERIFY PASS  MEMBER=' exp-member
                 INTO RPT-RECORD
           ELSE
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           ADD 1 TO rpt-lines
           IF vfy-fail EQUAL 1
             PERFORM write-verify-error-record
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
           PERFORM write-errlog-record.

       write-output-char.
           IF cert-capture EQUAL 1
             MOVE FUNCTION CHAR(chr) TO CERT-RECORD
             WRITE CERT-RECORD
           ELSE
             ADD 1 TO totchr
             MOVE FUNCTION CHAR(chr) TO BIN-RECORD
             IF cert-compare EQUAL 1
               PERFORM certify-compare-byte
             END-IF
             IF vfy-active EQUAL 1
               PERFORM verify-output-byte
             END-IF
             WRITE BIN-RECORD
             IF chn-capture EQUAL 1
               PERFORM write-chain-char
             END-IF
             IF chr EQUAL 11
               PERFORM flush-output-line
             ELSE
               ADD 1 TO outlen
             MOVE SPACES TO RPT-RECORD
             MOVE outbuf (1:outlen) TO RPT-RECORD (1:outlen)
             WRITE RPT-RECORD
             ADD 1 TO rpt-lines
             MOVE SPACES TO outbuf
             MOVE 0 TO outlen
           END-IF.

       open-chain-capture.
           MOVE SPACES TO chn-dsname
           STRING 'CHAINLIB(' FUNCTION TRIM(req-id) ')'
               INTO chn-dsname
           OPEN OUTPUT CHAIN-OUTPUT
           IF chn-status NOT EQUAL '00'
             MOVE 1 TO chn-cap-fail
             PERFORM write-chainopen-error-record
           ELSE
             MOVE 1 TO chn-capture
             MOVE SPACES TO chnbuf
             MOVE 0 TO chnlen
           END-IF.

       write-chainopen-error-record.
           MOVE 'BF19' TO err-code
           MOVE 'E' TO err-severity
           MOVE SPACES TO err-detail
           STRING 'CHAIN-CAPTURE-OPEN ID=' req-id
               ' STATUS=' chn-status
               INTO err-detail
           PERFORM write-errlog-record
           IF ret-code LESS THAN 8
             MOVE 8 TO ret-code
           END-IF.

       write-chain-char.
           IF chr EQUAL 11
             PERFORM flush-chain-line
           ELSE
             ADD 1 TO chnlen
             MOVE FUNCTION CHAR(chr) TO chnbuf (chnlen:1)
             IF chnlen GREATER THAN OR EQUAL TO 132
               PERFORM flush-chain-line
             END-IF
           END-IF.

       flush-chain-line.
           MOVE SPACES TO CHAIN-RECORD
           IF chnlen GREATER THAN ZERO
             MOVE chnbuf (1:chnlen) TO CHAIN-RECORD (1:chnlen)
           END-IF
           WRITE CHAIN-RECORD
           MOVE SPACES TO chnbuf
           MOVE 0 TO chnlen.

       close-chain-capture.
           IF chnlen GREATER THAN ZERO
             PERFORM flush-chain-line
           END-IF
           CLOSE CHAIN-OUTPUT
           MOVE 0 TO chn-capture
           IF warm-restart
               AND reqnum EQUAL ckpt-target-reqnum
             MOVE 2 TO chn-cap-fail
           END-IF.

       run-legacy-decode.
       MOVE 1 TO m(p)
       ADD 1 TO p
       MOVE 1 TO m(p)
       PERFORM UNTIL m(p) EQUAL ZERO
         SUBTRACT 1 FROM p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 1 TO p
           SUBTRACT 1 FROM m(p)
         END-PERFORM
         ADD 1 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 1 TO p
         END-PERFORM
         SUBTRACT 2 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 92 TO p
           ADD 2 TO m(p)
           SUBTRACT 92 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         ADD 9 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 12 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         ADD 12 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           MOVE 1 TO m(p)
           ADD 1 TO p
           ADD 13 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         ADD 13 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           MOVE 0 TO m(p)
           ADD 1 TO p
           ADD 14 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         ADD 14 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 9 TO m(p)
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 3 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 13 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           ADD 13 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 10 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 6 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           ADD 16 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 13 FROM p
           SUBTRACT 6 FROM p
           MOVE 0 TO m(p)
           ADD 5 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 6 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 4 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 3 TO m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 6 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 4 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 5 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO p
           MOVE 0 TO m(p)
           SUBTRACT 1 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 2 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 2 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 5 TO m(p)
           MOVE m(p) TO v
           ADD 10 TO p
           MOVE 0 TO m(p)
           ADD 12 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             ADD 1 TO m(p)
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 19 FROM p
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 8 TO m(p)
           MOVE m(p) TO v
           ADD 10 TO p
           MOVE 0 TO m(p)
           ADD 12 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             ADD 1 TO m(p)
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 19 FROM p
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 3 TO m(p)
           MOVE m(p) TO v
           ADD 10 TO p
           MOVE 0 TO m(p)
           ADD 12 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             ADD 1 TO m(p)
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 19 FROM p
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 3 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 4 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 5 TO p
           ADD 1 TO m(p)
           ADD 4 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 85 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             MOVE 1 TO m(p)
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 89 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 85 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           ADD 1 TO p
           MOVE 0 TO m(p)
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 93 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 10 TO p
             ADD 1 TO m(p)
             ADD 85 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 93 FROM p
           ADD 10 TO p
           MOVE 0 TO m(p)
           ADD 85 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM m(p)
             SUBTRACT 2 FROM p
           END-PERFORM
           ADD 9 TO p
           MOVE 0 TO m(p)
           ADD 13 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 5 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 6 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           ADD 16 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 14 FROM p
           ADD 6 TO p
           MOVE 1 TO m(p)
           SUBTRACT 10 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             ADD 3 TO p
             SUBTRACT v FROM m(p)
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 3 TO m(p)
           MOVE m(p) TO v
           ADD 6 TO p
           MOVE 1 TO m(p)
           SUBTRACT 10 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             ADD 3 TO p
             SUBTRACT v FROM m(p)
           ADD 5 TO p
           MOVE 1 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 7 FROM p
             MOVE m(p) TO v
             SUBTRACT 2 FROM p
             ADD 1 TO p
           END-PERFORM
           SUBTRACT 1 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM m(p)
             ADD 1 TO p
           END-PERFORM
           SUBTRACT 7 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 4 TO m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           SUBTRACT 1 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           MOVE m(p) TO v
           SUBTRACT 1 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 4 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           SUBTRACT 1 FROM m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             ADD 1 TO m(p)
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 19 FROM p
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 11 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 4 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 16 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 14 FROM p
             ADD 1 TO m(p)
             ADD 16 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 19 FROM p
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 6 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 17 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 5 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 3 FROM p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           ADD 5 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 13 FROM p
           SUBTRACT 6 FROM p
           MOVE 0 TO m(p)
           ADD 5 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           ADD 9 TO p
           ADD 7 TO m(p)
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 4 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           MOVE m(p) TO v
           ADD 2 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 12 TO p
           ADD 9 TO p
           ADD 7 TO m(p)
           ADD 8 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 15 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 15 TO p
           ADD 2 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 13 TO p
           ADD 2 TO p
           MOVE 0 TO m(p)
           SUBTRACT 9 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             ADD 9 TO p
             SUBTRACT v FROM m(p)
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 12 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 4 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 7 TO p
           ADD 8 TO m(p)
           MOVE m(p) TO v
         ADD 1 TO p
         ADD 7 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           ADD 9 TO p
           ADD 4 TO m(p)
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 4 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           MOVE m(p) TO v
           ADD 2 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 12 TO p
           ADD 9 TO p
           ADD 4 TO m(p)
           ADD 8 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 15 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 15 TO p
           MOVE m(p) TO v
           SUBTRACT 9 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 13 TO p
           ADD 9 TO p
           ADD 4 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             MOVE m(p) TO v
             SUBTRACT 16 FROM p
             ADD v TO m(p)
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 16 TO p
           ADD 2 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           ADD 9 TO p
           ADD 4 TO m(p)
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 3 TO p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 4 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 14 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 12 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 16 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 13 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           SUBTRACT 1 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           MOVE m(p) TO v
           SUBTRACT 1 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 4 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 5 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 8 TO p
           ADD 6 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 4 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 7 TO p
           ADD 8 TO m(p)
           MOVE m(p) TO v
         ADD 1 TO p
         ADD 4 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 12 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 1 FROM m(p)
               SUBTRACT 1 FROM p
             END-PERFORM
             ADD 1 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM m(p)
             MOVE m(p) TO v
             SUBTRACT 3 FROM p
           ADD 2 TO p
           ADD 1 TO m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 1 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 6 FROM p
             MOVE m(p) TO v
             SUBTRACT 8 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 5 TO p
           MOVE m(p) TO v
           ADD 10 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 15 TO p
           MOVE m(p) TO v
           SUBTRACT 12 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 15 TO p
           ADD 1 TO m(p)
           MOVE m(p) TO v
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 2 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 3 TO p
           MOVE m(p) TO v
           ADD 2 TO p
           ADD 1 TO m(p)
           ADD 9 TO p
           ADD 3 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 15 TO p
           MOVE m(p) TO v
           SUBTRACT 12 FROM p
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 9 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 6 TO p
             ADD 1 TO m(p)
             ADD 7 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 11 FROM p
           ADD 6 TO p
           MOVE 0 TO m(p)
           ADD 7 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           MOVE 1 TO m(p)
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 18 FROM p
         ADD 1 TO p
         MOVE 0 TO m(p)
         SUBTRACT 4 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           ADD 15 TO p
           SUBTRACT 1 FROM m(p)
           MOVE m(p) TO v
         ADD 1 TO p
         ADD 8 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 17 TO p
           MOVE 0 TO m(p)
           ADD 5 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 3 FROM p
             ADD 1 TO m(p)
             ADD 5 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 19 FROM p
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 2 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 5 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 10 TO p
             ADD 1 TO m(p)
             ADD 85 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             MOVE 1 TO m(p)
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 93 FROM p
           ADD 10 TO p
           MOVE 0 TO m(p)
           ADD 85 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           ADD 1 TO p
           MOVE 0 TO m(p)
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 90 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 7 TO p
             ADD 1 TO m(p)
             ADD 85 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             ADD 1 TO m(p)
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 90 FROM p
           ADD 7 TO p
           MOVE 0 TO m(p)
           ADD 85 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM m(p)
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
         ADD 1 TO p
         ADD 1 TO m(p)
         SUBTRACT 3 FROM p
         IF NOT m(p) EQUAL ZERO THEN
           MOVE m(p) TO v
           ADD 2 TO p
           SUBTRACT v FROM m(p)
         MOVE 1 TO m(p)
         ADD 2 TO p
         ADD 1 TO m(p)
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM p
           MOVE m(p) TO v
           ADD 1 TO p
           SUBTRACT 2 FROM p
           MOVE 0 TO m(p)
           ADD 2 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM p
             MOVE m(p) TO v
             SUBTRACT 1 FROM p
         SUBTRACT 2 FROM p
         MOVE 0 TO m(p)
         ADD 2 TO p
         PERFORM UNTIL m(p) EQUAL ZERO
           SUBTRACT 1 FROM m(p)
           SUBTRACT 2 FROM p
           ADD 1 TO m(p)
           ADD 5 TO p
           MOVE 0 TO m(p)
           ADD 3 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 7 TO p
             ADD 1 TO m(p)
             ADD 85 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             MOVE 1 TO m(p)
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 90 FROM p
           ADD 7 TO p
           MOVE 0 TO m(p)
           ADD 85 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 93 FROM p
             ADD 1 TO m(p)
             ADD 95 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
           ADD 1 TO p
           MOVE 0 TO m(p)
           SUBTRACT 4 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 1 FROM m(p)
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 1 FROM p
           MOVE 0 TO m(p)
           ADD 22 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             ADD 2 TO p
           END-PERFORM
           SUBTRACT 2 FROM p
           SUBTRACT 1 FROM m(p)
           ADD 1 TO p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 3 FROM p
             PERFORM UNTIL m(p) EQUAL ZERO
               SUBTRACT 2 FROM p
             END-PERFORM
             SUBTRACT 19 FROM p
             ADD 1 TO m(p)
             ADD 21 TO p
             PERFORM UNTIL m(p) EQUAL ZERO
               ADD 2 TO p
             END-PERFORM
             ADD 1 TO p
             SUBTRACT 1 FROM m(p)
           END-PERFORM
           SUBTRACT 3 FROM p
           PERFORM UNTIL m(p) EQUAL ZERO
             SUBTRACT 2 FROM p
           END-PERFORM
           SUBTRACT 11 FROM p
       PROCEDURE DIVISION.
       getchr-entry.
           MOVE -1 TO chr
           IF idx-pass EQUAL 1
             PERFORM index-deck
             EXIT PROGRAM
           END-IF
           IF primingcall EQUAL 1
               OR data-reset-req EQUAL 1
             PERFORM close-data-input
             MOVE 0 TO data-reset-req
           END-IF
           IF primingcall EQUAL 1
               AND seek-req GREATER THAN 0
             PERFORM seek-to-request
             MOVE 0 TO seek-req
           END-IF
           IF primingcall EQUAL 0
               AND (NOT inp-member EQUAL SPACES
               OR NOT chn-member EQUAL SPACES)
             PERFORM get-data-char
             EXIT PROGRAM
           END-IF
           IF goteof EQUAL 1 OR reqend EQUAL 1
             EXIT PROGRAM
           END-IF
           IF NOT file-is-open
             OPEN INPUT CARD-INPUT
             MOVE 1 TO card-input-open
           END-IF
           IF gotln EQUAL ZERO
             PERFORM read-next-card
             IF reqend EQUAL 1 OR goteof EQUAL 1
               EXIT PROGRAM
             END-IF
             MOVE 1 TO gotln
           END-IF
           IF primingcall EQUAL 1
             EXIT PROGRAM
           END-IF
           IF inpl EQUAL SPACES
             MOVE ZERO TO gotln
             MOVE 10 TO chr
             EXIT PROGRAM

       read-next-card.
           MOVE 0 TO cardgot
           PERFORM read-one-card UNTIL cardgot EQUAL 1
               OR reqend EQUAL 1 OR goteof EQUAL 1.

       read-one-card.
           READ CARD-INPUT INTO CARD-RECORD
               MOVE 0 TO card-input-open
             NOT AT END
               EVALUATE TRUE
                 WHEN CARD-RECORD (1:2) EQUAL sentinel-card
                   MOVE 1 TO reqend
                 WHEN CARD-RECORD (1:2) EQUAL control-mark
                   PERFORM parse-control-card
                 WHEN OTHER
                   MOVE CARD-RECORD TO inpl
           END-IF
           MOVE 0 TO idx-total
           MOVE 0 TO idx-pend
           PERFORM index-one-card UNTIL goteof EQUAL 1
           CLOSE CARD-INPUT
           MOVE 0 TO card-input-open
           MOVE 0 TO goteof
           READ CARD-INPUT INTO CARD-RECORD
             AT END
               MOVE 1 TO goteof
               IF idx-pend EQUAL 1
                 ADD 1 TO idx-total
                 PERFORM record-request-index
               END-IF
             NOT AT END
               EVALUATE TRUE
                 WHEN CARD-RECORD (1:2) EQUAL sentinel-card
                   PERFORM sum-card-checksum
                   ADD 1 TO idx-total
                   PERFORM record-request-index
                 WHEN CARD-RECORD (1:2) EQUAL control-mark
                   PERFORM parse-control-card
                   IF ctl-key NOT EQUAL 'CKSUM'
                       AND 'SELECT' AND 'SELID'

       record-request-index.
           IF idx-total LESS THAN OR EQUAL TO 5000
             IF req-class EQUAL 'H' OR 'L'
               MOVE req-class TO cls-entry (idx-total)
             ELSE
               MOVE 'N' TO cls-entry (idx-total)
             END-IF
             MOVE req-id TO idxid-entry (idx-total)
             MOVE req-after TO aft-entry (idx-total)
             MOVE req-owner TO own-entry (idx-total)
             MOVE req-due TO due-entry (idx-total)
           END-IF
           MOVE 'N' TO req-class
           MOVE SPACES TO req-id
           MOVE SPACES TO req-after
           MOVE SPACES TO req-owner
           MOVE SPACES TO req-due
           MOVE 0 TO idx-pend.

       seek-to-request.
           COMPUTE seek-target EQUAL seek-req - 1
           PERFORM seek-one-card
               UNTIL seek-cnt GREATER THAN OR EQUAL TO seek-target
               OR goteof EQUAL 1.

       seek-one-card.
           READ CARD-INPUT INTO CARD-RECORD
             AT END
               MOVE 1 TO goteof
             NOT AT END
               IF CARD-RECORD (1:2) EQUAL sentinel-card
                 ADD 1 TO seek-cnt
               END-IF
           END-READ.
               MOVE ctl-val (1:8) TO req-id
             WHEN 'CLASS'
               MOVE ctl-val (1:1) TO req-class
             WHEN 'ROUTE'
               MOVE ctl-val (1:8) TO req-route
             WHEN 'AFTER'
               MOVE ctl-val (1:8) TO req-after
             WHEN 'OWNER'
               MOVE ctl-val (1:8) TO req-owner
             WHEN 'DUE'
               MOVE ctl-val (1:6) TO req-due
             WHEN 'SELECT'
               IF idx-pass EQUAL 1
                 PERFORM parse-select-list
               END-IF
             WHEN 'SELID'
               IF idx-pass EQUAL 1
                 PERFORM parse-selid-list
               END-IF
             WHEN OTHER
               IF idx-pass EQUAL 0
                 MOVE ctl-key TO bad-ctl-key
                 MOVE 1 TO bad-ctl
               END-IF
           MOVE SPACES TO sel-item
           UNSTRING ctl-val DELIMITED BY ',' OR ' '
               INTO sel-item WITH POINTER sel-ptr
           IF sel-item EQUAL SPACES
             IF sel-ptr LESS THAN OR EQUAL TO 130
               IF ctl-val (sel-ptr:) EQUAL SPACES
                 MOVE 131 TO sel-ptr
               END-IF
             END-IF
           END-IF.

       get-data-char.
           IF data-eof EQUAL 0 AND NOT data-is-open
             PERFORM open-data-input
           END-IF
           IF data-eof EQUAL 0
             IF datgot EQUAL ZERO
               PERFORM read-data-record
             END-IF
             IF datgot EQUAL 1
               IF datline EQUAL SPACES
                 MOVE ZERO TO datgot
                 MOVE 10 TO chr
               ELSE

       open-data-input.
           MOVE SPACES TO data-dsname
           IF chn-member EQUAL SPACES
             STRING 'DATALIB(' FUNCTION TRIM(inp-member) ')'
                 INTO data-dsname
           ELSE
             STRING 'CHAINLIB(' FUNCTION TRIM(chn-member) ')'
                 INTO data-dsname
           END-IF
           OPEN INPUT DATA-INPUT
           IF data-status NOT EQUAL '00'
             MOVE data-status TO inp-fail-stat
           MOVE SPACES TO sel-item
           UNSTRING ctl-val DELIMITED BY ',' OR ' '
               INTO sel-item WITH POINTER sel-ptr
           IF sel-item EQUAL SPACES
             IF sel-ptr LESS THAN OR EQUAL TO 130
               IF ctl-val (sel-ptr:) EQUAL SPACES
                 MOVE 131 TO sel-ptr
               END-IF
             END-IF
