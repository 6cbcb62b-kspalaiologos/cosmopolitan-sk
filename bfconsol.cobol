       PROGRAM-ID. bfconsol.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-INPUT ASSIGN TO idx-dsname
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS idx-status.
           SELECT AUD-INPUT ASSIGN TO aud-dsname
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aud-status.
           SELECT ERR-INPUT ASSIGN TO err-dsname
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS err-status.
           SELECT RQP-INPUT ASSIGN TO rqp-dsname
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rqp-key
               FILE STATUS IS rqp-fstat.
           SELECT BIN-INPUT ASSIGN TO bin-dsname
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS bin-status.
           SELECT REQ-MASTER ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rqm-key
               FILE STATUS IS rqm-fstat.
           SELECT AUDIT-OUTPUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aout-status.
           SELECT ERROR-OUTPUT ASSIGN TO ERRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS eout-status.
           SELECT BIN-OUTPUT ASSIGN TO BINOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS bout-status.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-INPUT.
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
       FD  AUD-INPUT.
       01 AUD-RECORD                 PIC X(120).
       FD  ERR-INPUT.
       01 ERR-RECORD                 PIC X(80).
       FD  RQP-INPUT.
       01 RQP-RECORD.
         02 rqp-key                  PIC X(08).
         02 rqp-status               PIC X(02).
         02 rqp-seq                  PIC 9(05).
         02 rqp-date                 PIC X(08).
         02 rqp-time                 PIC X(08).
         02 rqp-rc                   PIC 9(04).
         02 rqp-member               PIC X(08).
         02 rqp-mcksum               PIC 9(09).
         02 rqp-due-date             PIC X(08).
         02 rqp-due-time             PIC X(04).
         02 rqp-class                PIC X(01).
         02 rqp-owner                PIC X(08).
         02 FILLER                   PIC X(07).
       FD  BIN-INPUT.
       01 BIN-RECORD                 PIC X(01).
       FD  REQ-MASTER.
       01 RQM-RECORD.
         02 rqm-key                  PIC X(08).
         02 rqm-status               PIC X(02).
         02 rqm-seq                  PIC 9(05).
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
       FD  AUDIT-OUTPUT.
       01 AUDIT-RECORD               PIC X(120).
       FD  ERROR-OUTPUT.
       01 ERROR-RECORD               PIC X(80).
       FD  BIN-OUTPUT.
       01 BOUT-RECORD                PIC X(01).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 run-parm      PIC X(16) VALUE SPACES.
       01 idx-status    PIC XX.
       01 aud-status    PIC XX.
       01 err-status    PIC XX.
       01 rqp-fstat     PIC XX.
       01 bin-status    PIC XX.
       01 rqm-fstat     PIC XX.
       01 aout-status   PIC XX.
       01 eout-status   PIC XX.
       01 bout-status   PIC XX.
       01 idx-dsname    PIC X(44).
       01 aud-dsname    PIC X(44).
       01 err-dsname    PIC X(44).
       01 rqp-dsname    PIC X(44).
       01 bin-dsname    PIC X(44).
       01 in-eof-sw     PIC X VALUE 'N'.
           88 in-is-eof             VALUE 'Y'.
       01 part-cnt      BINARY-LONG VALUE 2.
       01 part-ix       BINARY-LONG.
       01 PRT-TABLE.
         02 prt-entry OCCURS 9 TIMES.
           03 prt-trailer   PIC 9(01).
           03 prt-deck      BINARY-LONG.
           03 prt-exec      BINARY-LONG.
           03 prt-dcount    BINARY-LONG.
           03 prt-have-exp  PIC 9(01).
           03 prt-exp       BINARY-LONG.
           03 prt-bin-total BINARY-LONG.
           03 prt-bin-read  BINARY-LONG.
           03 prt-rc        BINARY-LONG.
           03 prt-stamp     PIC X(16).
           03 prt-aud-first BINARY-LONG.
           03 prt-aud-last  BINARY-LONG.
           03 prt-aud-ix    BINARY-LONG.
           03 prt-err-first BINARY-LONG.
           03 prt-err-last  BINARY-LONG.
           03 prt-err-ix    BINARY-LONG.
       01 REQ-TABLE.
         02 req-entry OCCURS 5000 TIMES.
           03 req-runs      BINARY-LONG.
           03 req-part      PIC 9(01).
           03 req-dup-parts PIC X(09).
           03 req-id        PIC X(08).
           03 req-reason    PIC X(40).
       01 req-ix        BINARY-LONG.
       01 req-over      PIC 9 VALUE 0.
       01 AUD-TABLE.
         02 aud-line OCCURS 50000 TIMES PIC X(120).
       01 aud-cnt       BINARY-LONG VALUE 0.
       01 aud-over      PIC 9 VALUE 0.
       01 ERR-TABLE.
         02 err-line OCCURS 20000 TIMES PIC X(80).
       01 err-cnt       BINARY-LONG VALUE 0.
       01 err-over      PIC 9 VALUE 0.
       01 pick-part     BINARY-LONG.
       01 pick-stamp    PIC X(16).
       01 cand-stamp    PIC X(16).
       01 merge-left    BINARY-LONG.
       01 aud-stamp     PIC X(16).
       01 aud-reqnum    BINARY-LONG.
       01 load-fail     PIC 9 VALUE 0.
       01 aout-fail     PIC 9 VALUE 0.
       01 deck-reqs     BINARY-LONG VALUE 0.
       01 deck-split    PIC 9 VALUE 0.
       01 exp-reqs      BINARY-LONG VALUE 0.
       01 have-exp      PIC 9 VALUE 0.
       01 exp-split     PIC 9 VALUE 0.
       01 sum-exec      BINARY-LONG VALUE 0.
       01 once-cnt      BINARY-LONG VALUE 0.
       01 none-cnt      BINARY-LONG VALUE 0.
       01 dup-cnt       BINARY-LONG VALUE 0.
       01 stray-cnt     BINARY-LONG VALUE 0.
       01 proof-total   BINARY-LONG VALUE 0.
       01 worst-rc      BINARY-LONG VALUE 0.
       01 worst-part    BINARY-LONG VALUE 0.
       01 out-of-bal    PIC 9 VALUE 0.
       01 rqm-added     BINARY-LONG VALUE 0.
       01 rqm-updated   BINARY-LONG VALUE 0.
       01 rqm-kept      BINARY-LONG VALUE 0.
       01 rqm-read      BINARY-LONG VALUE 0.
       01 bin-written   BINARY-LONG VALUE 0.
       01 aud-written   BINARY-LONG VALUE 0.
       01 err-written   BINARY-LONG VALUE 0.
       01 part-disp     PIC 9.
       01 reqnum-disp   PIC ZZZZ9.
       01 rc-disp       PIC ZZZ9.
       01 cnt-disp      PIC ZZZZZZZZZ9.
       01 cnt2-disp     PIC ZZZZZZZZZ9.
       01 cnt3-disp     PIC ZZZZZZZZZ9.
       01 cnt4-disp     PIC ZZZZZZZZZ9.
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           IF ret-code LESS THAN 16
             MOVE 1 TO part-ix
             PERFORM load-partition UNTIL part-ix GREATER THAN part-cnt
             PERFORM check-log-load
           END-IF
           IF ret-code LESS THAN 16
             PERFORM merge-partition-logs
           END-IF
           IF ret-code LESS THAN 16
             PERFORM merge-request-masters
             PERFORM join-binary-output
             PERFORM write-reconciliation
           END-IF
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           ACCEPT run-parm FROM COMMAND-LINE
           OPEN OUTPUT RPT-OUTPUT
           MOVE SPACES TO RPT-RECORD
           STRING 'PARTITION CONSOLIDATION  DATE=' run-date
               ' TIME=' run-time
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF run-parm NOT EQUAL SPACES
             IF run-parm (1:1) IS NUMERIC
                 AND run-parm (1:1) NOT EQUAL '0'
                 AND run-parm (2:15) EQUAL SPACES
               MOVE run-parm (1:1) TO part-disp
               MOVE part-disp TO part-cnt
             ELSE
               MOVE SPACES TO RPT-RECORD
               STRING 'BAD PARM ' run-parm
                   ' - GIVE THE PARTITION COUNT 1-9'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 16 TO ret-code
             END-IF
           END-IF
           MOVE 1 TO req-ix
           PERFORM clear-request-entry UNTIL req-ix GREATER THAN 5000.

       clear-request-entry.
           MOVE 0 TO req-runs (req-ix) req-part (req-ix)
           MOVE SPACES TO req-dup-parts (req-ix) req-id (req-ix)
           MOVE SPACES TO req-reason (req-ix)
           ADD 1 TO req-ix.

       load-partition.
           MOVE part-ix TO part-disp
           MOVE 0 TO prt-trailer (part-ix) prt-deck (part-ix)
           MOVE 0 TO prt-exec (part-ix) prt-dcount (part-ix)
           MOVE 0 TO prt-have-exp (part-ix) prt-exp (part-ix)
           MOVE 0 TO prt-bin-total (part-ix) prt-bin-read (part-ix)
           MOVE 0 TO prt-rc (part-ix)
           MOVE SPACES TO prt-stamp (part-ix)
           PERFORM load-partition-index
           PERFORM load-partition-audit
           PERFORM load-partition-errlog
           ADD 1 TO part-ix.

       load-partition-index.
           MOVE SPACES TO idx-dsname
           STRING 'OUTIDX' part-disp INTO idx-dsname
           OPEN INPUT IDX-INPUT
           IF idx-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PARTITION ' part-disp
                 ' OUTIDX-OPEN-FAILED STATUS=' idx-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO out-of-bal
           ELSE
             MOVE 'N' TO in-eof-sw
             PERFORM read-index-record UNTIL in-is-eof
             CLOSE IDX-INPUT
           END-IF.

       read-index-record.
           READ IDX-INPUT
             AT END
               MOVE 'Y' TO in-eof-sw
             NOT AT END
               EVALUATE oix-type
                 WHEN 'D'
                   PERFORM store-index-entry
                 WHEN 'T'
                   MOVE 1 TO prt-trailer (part-ix)
                   MOVE oxt-deck-reqs TO prt-deck (part-ix)
                   MOVE oxt-exec-reqs TO prt-exec (part-ix)
                   MOVE oxt-have-exp TO prt-have-exp (part-ix)
                   MOVE oxt-exp-reqs TO prt-exp (part-ix)
                   MOVE oxt-bin-total TO prt-bin-total (part-ix)
                   MOVE oxt-rc TO prt-rc (part-ix)
                   MOVE SPACES TO prt-stamp (part-ix)
                   STRING oxt-date oxt-time
                       INTO prt-stamp (part-ix)
               END-EVALUATE
           END-READ
           IF idx-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO in-eof-sw
           END-IF.

       store-index-entry.
           ADD 1 TO prt-dcount (part-ix)
           IF oix-reqnum LESS THAN 1 OR oix-reqnum GREATER THAN 5000
             MOVE 1 TO req-over
           ELSE
             MOVE oix-reqnum TO req-ix
             ADD 1 TO req-runs (req-ix)
             IF req-runs (req-ix) EQUAL 1
               MOVE part-ix TO req-part (req-ix)
               MOVE oix-reqid TO req-id (req-ix)
             END-IF
             MOVE part-disp TO req-dup-parts (req-ix) (part-ix:1)
           END-IF.

       load-partition-audit.
           MOVE SPACES TO aud-dsname
           STRING 'AUDIT' part-disp INTO aud-dsname
           COMPUTE prt-aud-first (part-ix) EQUAL aud-cnt + 1
           OPEN INPUT AUD-INPUT
           IF aud-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PARTITION ' part-disp
                 ' AUDIT-OPEN-FAILED STATUS=' aud-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO load-fail
           ELSE
             MOVE 'N' TO in-eof-sw
             PERFORM read-audit-record UNTIL in-is-eof
             CLOSE AUD-INPUT
           END-IF
           MOVE aud-cnt TO prt-aud-last (part-ix)
           MOVE prt-aud-first (part-ix) TO prt-aud-ix (part-ix).

       read-audit-record.
           READ AUD-INPUT
             AT END
               MOVE 'Y' TO in-eof-sw
             NOT AT END
               IF aud-cnt LESS THAN 50000
                 ADD 1 TO aud-cnt
                 MOVE AUD-RECORD TO aud-line (aud-cnt)
                 PERFORM note-audit-reason
               ELSE
                 MOVE 1 TO aud-over
                 MOVE 'Y' TO in-eof-sw
               END-IF
           END-READ
           IF aud-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO in-eof-sw
           END-IF.

       note-audit-reason.
           MOVE SPACES TO aud-stamp
           STRING AUD-RECORD (10:8) AUD-RECORD (19:8)
               INTO aud-stamp
           IF aud-stamp EQUAL prt-stamp (part-ix)
               AND AUD-RECORD (28:4) EQUAL 'REQ='
             MOVE FUNCTION NUMVAL (AUD-RECORD (32:5)) TO aud-reqnum
             IF aud-reqnum GREATER THAN 0
                 AND aud-reqnum NOT GREATER THAN 5000
                 AND req-reason (aud-reqnum) EQUAL SPACES
               MOVE AUD-RECORD (50:40) TO req-reason (aud-reqnum)
             END-IF
           END-IF.

       load-partition-errlog.
           MOVE SPACES TO err-dsname
           STRING 'ERRLOG' part-disp INTO err-dsname
           COMPUTE prt-err-first (part-ix) EQUAL err-cnt + 1
           OPEN INPUT ERR-INPUT
           IF err-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PARTITION ' part-disp
                 ' ERRLOG-OPEN-FAILED STATUS=' err-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO load-fail
           ELSE
             MOVE 'N' TO in-eof-sw
             PERFORM read-errlog-record UNTIL in-is-eof
             CLOSE ERR-INPUT
           END-IF
           MOVE err-cnt TO prt-err-last (part-ix)
           MOVE prt-err-first (part-ix) TO prt-err-ix (part-ix).

       read-errlog-record.
           READ ERR-INPUT
             AT END
               MOVE 'Y' TO in-eof-sw
             NOT AT END
               IF err-cnt LESS THAN 20000
                 ADD 1 TO err-cnt
                 MOVE ERR-RECORD TO err-line (err-cnt)
               ELSE
                 MOVE 1 TO err-over
                 MOVE 'Y' TO in-eof-sw
               END-IF
           END-READ
           IF err-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO in-eof-sw
           END-IF.

       check-log-load.
           IF aud-over EQUAL 1
             MOVE 'AUDIT-OVERFLOW - OVER 50000 LINES, NOTHING MERGED'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO load-fail
           END-IF
           IF err-over EQUAL 1
             MOVE 'ERRLOG-OVERFLOW - OVER 20000 LINES, NOTHING MERGED'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO load-fail
           END-IF
           IF load-fail EQUAL 1
             MOVE 'PARTITION LOGS NOT MERGED - NOTHING CONSOLIDATED'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           END-IF.

       merge-partition-logs.
           OPEN EXTEND AUDIT-OUTPUT
           OPEN EXTEND ERROR-OUTPUT
           IF aout-status NOT EQUAL '00'
               OR eout-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'LOG-OPEN-FAILED AUDITLOG STATUS=' aout-status
                 ' ERRLOG STATUS=' eout-status
                 ' - NOTHING CONSOLIDATED'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF aout-status EQUAL '00'
               CLOSE AUDIT-OUTPUT
             END-IF
             IF eout-status EQUAL '00'
               CLOSE ERROR-OUTPUT
             END-IF
             MOVE 16 TO ret-code
           ELSE
             COMPUTE merge-left EQUAL aud-cnt
             PERFORM write-next-audit UNTIL merge-left EQUAL 0
             COMPUTE merge-left EQUAL err-cnt
             PERFORM write-next-error UNTIL merge-left EQUAL 0
             CLOSE AUDIT-OUTPUT ERROR-OUTPUT
             IF aout-status NOT EQUAL '00'
               MOVE 1 TO aout-fail
             END-IF
             MOVE aud-written TO cnt-disp
             MOVE err-written TO cnt2-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'AUDIT LINES APPENDED=' cnt-disp
                 ' ERRLOG LINES APPENDED=' cnt2-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF aout-fail EQUAL 1
               MOVE SPACES TO RPT-RECORD
               STRING 'AUDITLOG-WRITE-FAILED STATUS=' aout-status
                   ' - PARTITION AUDIT DATASETS KEPT'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO ret-code
             ELSE
               MOVE 1 TO part-ix
               PERFORM clear-partition-audit
                   UNTIL part-ix GREATER THAN part-cnt
             END-IF
           END-IF.

       clear-partition-audit.
           MOVE part-ix TO part-disp
           MOVE SPACES TO aud-dsname
           STRING 'AUDIT' part-disp INTO aud-dsname
           OPEN OUTPUT AUD-INPUT
           IF aud-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PARTITION ' part-disp
                 ' AUDIT-EMPTY-FAILED STATUS=' aud-status
                 ' - EMPTY IT BEFORE THE NEXT CONSOLIDATION'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           ELSE
             CLOSE AUD-INPUT
           END-IF
           ADD 1 TO part-ix.

       write-next-audit.
           MOVE 0 TO pick-part
           MOVE HIGH-VALUES TO pick-stamp
           MOVE 1 TO part-ix
           PERFORM pick-audit-part UNTIL part-ix GREATER THAN part-cnt
           MOVE aud-line (prt-aud-ix (pick-part)) TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF aout-status NOT EQUAL '00'
             MOVE 1 TO aout-fail
           END-IF
           ADD 1 TO aud-written
           ADD 1 TO prt-aud-ix (pick-part)
           SUBTRACT 1 FROM merge-left.

       pick-audit-part.
           IF prt-aud-ix (part-ix) NOT GREATER THAN
               prt-aud-last (part-ix)
             MOVE SPACES TO cand-stamp
             STRING aud-line (prt-aud-ix (part-ix)) (10:8)
                 aud-line (prt-aud-ix (part-ix)) (19:8)
                 INTO cand-stamp
             IF cand-stamp LESS THAN pick-stamp
               MOVE cand-stamp TO pick-stamp
               MOVE part-ix TO pick-part
             END-IF
           END-IF
           ADD 1 TO part-ix.

       write-next-error.
           MOVE 0 TO pick-part
           MOVE HIGH-VALUES TO pick-stamp
           MOVE 1 TO part-ix
           PERFORM pick-error-part UNTIL part-ix GREATER THAN part-cnt
           MOVE err-line (prt-err-ix (pick-part)) TO ERROR-RECORD
           WRITE ERROR-RECORD
           ADD 1 TO err-written
           ADD 1 TO prt-err-ix (pick-part)
           SUBTRACT 1 FROM merge-left.

       pick-error-part.
           IF prt-err-ix (part-ix) NOT GREATER THAN
               prt-err-last (part-ix)
             MOVE SPACES TO cand-stamp
             STRING err-line (prt-err-ix (part-ix)) (14:8)
                 err-line (prt-err-ix (part-ix)) (23:8)
                 INTO cand-stamp
             IF cand-stamp LESS THAN pick-stamp
               MOVE cand-stamp TO pick-stamp
               MOVE part-ix TO pick-part
             END-IF
           END-IF
           ADD 1 TO part-ix.

       merge-request-masters.
           OPEN I-O REQ-MASTER
           IF rqm-fstat NOT EQUAL '00'
             OPEN OUTPUT REQ-MASTER
             CLOSE REQ-MASTER
             OPEN I-O REQ-MASTER
           END-IF
           IF rqm-fstat NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'REQMAST-OPEN-FAILED STATUS=' rqm-fstat
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           ELSE
             MOVE 1 TO part-ix
             PERFORM merge-one-master
                 UNTIL part-ix GREATER THAN part-cnt
             CLOSE REQ-MASTER
           END-IF
           MOVE rqm-read TO cnt-disp
           MOVE rqm-added TO cnt2-disp
           MOVE rqm-updated TO cnt3-disp
           MOVE rqm-kept TO cnt4-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'REQMAST RECORDS READ=' cnt-disp
               ' ADDED=' cnt2-disp ' UPDATED=' cnt3-disp
               ' KEPT=' cnt4-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       merge-one-master.
           MOVE part-ix TO part-disp
           MOVE SPACES TO rqp-dsname
           STRING 'REQMST' part-disp INTO rqp-dsname
           OPEN INPUT RQP-INPUT
           IF rqp-fstat NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PARTITION ' part-disp
                 ' REQMAST-OPEN-FAILED STATUS=' rqp-fstat
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
             END-IF
           ELSE
             MOVE 'N' TO in-eof-sw
             PERFORM merge-master-record UNTIL in-is-eof
             CLOSE RQP-INPUT
           END-IF
           ADD 1 TO part-ix.

       merge-master-record.
           READ RQP-INPUT
             AT END
               MOVE 'Y' TO in-eof-sw
             NOT AT END
               ADD 1 TO rqm-read
               MOVE rqp-key TO rqm-key
               READ REQ-MASTER
               IF rqm-fstat EQUAL '00'
                 IF rqp-date GREATER THAN rqm-date
                     OR (rqp-date EQUAL rqm-date
                         AND rqp-time GREATER THAN rqm-time)
                   IF (rqm-status EQUAL 'HD' OR 'CN')
                       AND NOT (rqp-status EQUAL 'HD' OR 'CN')
                     ADD 1 TO rqm-kept
                     MOVE SPACES TO RPT-RECORD
                     STRING 'ID=' rqm-key ' ST=' rqm-status
                         ' HELD IN MAIN MASTER BUT RUN BY PARTITION '
                         part-disp ' ST=' rqp-status
                         INTO RPT-RECORD
                     WRITE RPT-RECORD
                     MOVE 1 TO out-of-bal
                   ELSE
                     MOVE RQP-RECORD TO RQM-RECORD
                     REWRITE RQM-RECORD
                     IF rqm-fstat NOT EQUAL '00'
                       PERFORM write-master-failure
                     ELSE
                       ADD 1 TO rqm-updated
                     END-IF
                   END-IF
                 ELSE
                   ADD 1 TO rqm-kept
                 END-IF
               ELSE
                 MOVE RQP-RECORD TO RQM-RECORD
                 WRITE RQM-RECORD
                 IF rqm-fstat NOT EQUAL '00'
                   PERFORM write-master-failure
                 ELSE
                   ADD 1 TO rqm-added
                 END-IF
               END-IF
           END-READ
           IF rqp-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO in-eof-sw
           END-IF.

       write-master-failure.
           MOVE SPACES TO RPT-RECORD
           STRING 'ID=' rqm-key
               ' REQMAST-UPDATE-FAILED STATUS=' rqm-fstat
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO out-of-bal.

       join-binary-output.
           OPEN OUTPUT BIN-OUTPUT
           IF bout-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'BINOUT-OPEN-FAILED STATUS=' bout-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
             END-IF
           ELSE
             MOVE 1 TO part-ix
             PERFORM join-one-segment
                 UNTIL part-ix GREATER THAN part-cnt
             CLOSE BIN-OUTPUT
           END-IF
           MOVE bin-written TO cnt-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'BINOUT BYTES JOINED=' cnt-disp INTO RPT-RECORD
           WRITE RPT-RECORD.

       join-one-segment.
           MOVE part-ix TO part-disp
           MOVE SPACES TO bin-dsname
           STRING 'BINOUT' part-disp INTO bin-dsname
           OPEN INPUT BIN-INPUT
           IF bin-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PARTITION ' part-disp
                 ' BINOUT-OPEN-FAILED STATUS=' bin-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO out-of-bal
           ELSE
             MOVE 'N' TO in-eof-sw
             PERFORM copy-bin-byte UNTIL in-is-eof
             CLOSE BIN-INPUT
           END-IF
           ADD 1 TO part-ix.

       copy-bin-byte.
           READ BIN-INPUT
             AT END
               MOVE 'Y' TO in-eof-sw
             NOT AT END
               MOVE BIN-RECORD TO BOUT-RECORD
               WRITE BOUT-RECORD
               ADD 1 TO bin-written
               ADD 1 TO prt-bin-read (part-ix)
           END-READ
           IF bin-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO in-eof-sw
           END-IF.

       write-reconciliation.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'CROSS-PARTITION RECONCILIATION' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO part-ix
           PERFORM check-one-partition
               UNTIL part-ix GREATER THAN part-cnt
           IF deck-split EQUAL 1
             MOVE '  PARTITIONS DISAGREE ON THE DECK REQUEST COUNT'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO out-of-bal
           END-IF
           IF exp-split EQUAL 1
             MOVE '  PARTITIONS DISAGREE ON THE $$TOTAL COUNT'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO out-of-bal
           END-IF
           IF req-over EQUAL 1
             MOVE '  INDEX REQUEST NUMBER OUTSIDE 1-5000 IGNORED'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 1 TO out-of-bal
           END-IF
           MOVE 1 TO req-ix
           PERFORM check-one-request UNTIL req-ix GREATER THAN 5000
           PERFORM write-proof-lines.

       check-one-partition.
           MOVE part-ix TO part-disp
           MOVE prt-rc (part-ix) TO rc-disp
           MOVE prt-deck (part-ix) TO cnt-disp
           MOVE prt-exec (part-ix) TO cnt2-disp
           MOVE prt-bin-read (part-ix) TO cnt3-disp
           MOVE SPACES TO RPT-RECORD
           IF prt-trailer (part-ix) EQUAL 1
             STRING '  PARTITION ' part-disp ' RC=' rc-disp
                 ' DECK=' cnt-disp ' EXECUTED=' cnt2-disp
                 ' BINOUT=' cnt3-disp
                 ' RUN=' prt-stamp (part-ix) (1:8)
                 ' ' prt-stamp (part-ix) (9:8)
                 INTO RPT-RECORD
           ELSE
             STRING '  PARTITION ' part-disp
                 ' NO INDEX TRAILER - STEP DID NOT COMPLETE'
                 INTO RPT-RECORD
             MOVE 1 TO out-of-bal
           END-IF
           WRITE RPT-RECORD
           IF prt-trailer (part-ix) EQUAL 1
             ADD prt-exec (part-ix) TO sum-exec
             IF prt-dcount (part-ix) NOT EQUAL prt-exec (part-ix)
               MOVE prt-dcount (part-ix) TO cnt-disp
               MOVE SPACES TO RPT-RECORD
               STRING '    INDEX ENTRIES=' cnt-disp
                   ' DO NOT MATCH THE EXECUTED COUNT'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 1 TO out-of-bal
             END-IF
             IF prt-bin-read (part-ix) NOT EQUAL
                 prt-bin-total (part-ix)
               MOVE prt-bin-total (part-ix) TO cnt-disp
               MOVE SPACES TO RPT-RECORD
               STRING '    BINOUT BYTES DO NOT MATCH THE INDEX TOTAL='
                   cnt-disp
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 1 TO out-of-bal
             END-IF
             IF deck-reqs EQUAL 0
               MOVE prt-deck (part-ix) TO deck-reqs
             ELSE
               IF prt-deck (part-ix) NOT EQUAL deck-reqs
                 MOVE 1 TO deck-split
               END-IF
             END-IF
             IF prt-have-exp (part-ix) EQUAL 1
               IF have-exp EQUAL 0
                 MOVE 1 TO have-exp
                 MOVE prt-exp (part-ix) TO exp-reqs
               ELSE
                 IF prt-exp (part-ix) NOT EQUAL exp-reqs
                   MOVE 1 TO exp-split
                 END-IF
               END-IF
             END-IF
             IF prt-rc (part-ix) GREATER THAN worst-rc
                 OR worst-part EQUAL 0
               MOVE prt-rc (part-ix) TO worst-rc
               MOVE part-ix TO worst-part
             END-IF
           END-IF
           ADD 1 TO part-ix.

       check-one-request.
           MOVE req-ix TO reqnum-disp
           IF req-ix GREATER THAN deck-reqs
             IF req-runs (req-ix) GREATER THAN 0
               ADD 1 TO stray-cnt
               MOVE SPACES TO RPT-RECORD
               STRING '  REQ=' reqnum-disp ' ID=' req-id (req-ix)
                   ' EXECUTED BUT NOT IN THE DECK  PARTITIONS='
                   req-dup-parts (req-ix)
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 1 TO out-of-bal
             END-IF
           ELSE
             EVALUATE req-runs (req-ix)
               WHEN 0
                 ADD 1 TO none-cnt
                 MOVE SPACES TO RPT-RECORD
                 IF req-reason (req-ix) EQUAL SPACES
                   STRING '  REQ=' reqnum-disp
                       ' NOT EXECUTED BY ANY PARTITION'
                       INTO RPT-RECORD
                 ELSE
                   STRING '  REQ=' reqnum-disp
                       ' NOT EXECUTED BY ANY PARTITION  '
                       req-reason (req-ix)
                       INTO RPT-RECORD
                 END-IF
                 WRITE RPT-RECORD
               WHEN 1
                 ADD 1 TO once-cnt
               WHEN OTHER
                 ADD 1 TO dup-cnt
                 MOVE SPACES TO RPT-RECORD
                 STRING '  REQ=' reqnum-disp ' ID=' req-id (req-ix)
                     ' EXECUTED MORE THAN ONCE  PARTITIONS='
                     req-dup-parts (req-ix)
                     INTO RPT-RECORD
                 WRITE RPT-RECORD
                 MOVE 1 TO out-of-bal
             END-EVALUATE
           END-IF
           ADD 1 TO req-ix.

       write-proof-lines.
           MOVE deck-reqs TO cnt-disp
           MOVE once-cnt TO cnt2-disp
           MOVE none-cnt TO cnt3-disp
           MOVE dup-cnt TO cnt4-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  DECK REQUESTS=' cnt-disp
               ' EXECUTED ONCE=' cnt2-disp
               ' NOT EXECUTED=' cnt3-disp
               ' DUPLICATED=' cnt4-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           COMPUTE proof-total EQUAL sum-exec + none-cnt
           MOVE sum-exec TO cnt-disp
           MOVE none-cnt TO cnt2-disp
           MOVE proof-total TO cnt3-disp
           MOVE SPACES TO RPT-RECORD
           IF have-exp EQUAL 1
             MOVE exp-reqs TO cnt4-disp
             STRING '  SUM OF EXECUTED=' cnt-disp
                 ' + NOT EXECUTED=' cnt2-disp
                 ' = ' cnt3-disp '  $$TOTAL=' cnt4-disp
                 INTO RPT-RECORD
             IF proof-total NOT EQUAL exp-reqs
               MOVE 1 TO out-of-bal
             END-IF
           ELSE
             MOVE deck-reqs TO cnt4-disp
             STRING '  SUM OF EXECUTED=' cnt-disp
                 ' + NOT EXECUTED=' cnt2-disp
                 ' = ' cnt3-disp '  NO $$TOTAL, DECK=' cnt4-disp
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           IF proof-total NOT EQUAL deck-reqs
             MOVE 1 TO out-of-bal
           END-IF
           MOVE SPACES TO RPT-RECORD
           IF worst-part EQUAL 0
             MOVE '  WORST RETURN CODE - NO PARTITION COMPLETED'
                 TO RPT-RECORD
           ELSE
             MOVE worst-rc TO rc-disp
             MOVE worst-part TO part-disp
             STRING '  WORST RETURN CODE=' rc-disp
                 ' RAISED BY PARTITION ' part-disp
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           IF out-of-bal EQUAL 1
             MOVE '  RECONCILIATION - OUT OF BALANCE' TO RPT-RECORD
             IF ret-code LESS THAN 8
               MOVE 8 TO ret-code
             END-IF
           ELSE
             MOVE '  RECONCILIATION - IN BALANCE' TO RPT-RECORD
             IF none-cnt GREATER THAN 0 AND ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF
           WRITE RPT-RECORD.
