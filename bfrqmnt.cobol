       PROGRAM-ID. bfrqmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MASTER ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rqm-key
               FILE STATUS IS rqm-fstat.
           SELECT TRAN-INPUT ASSIGN TO RQMTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tran-status.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TRAN-INPUT.
       01 TRAN-RECORD                PIC X(80).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-parm      PIC X(16) VALUE SPACES.
       01 run-parm-r    REDEFINES run-parm.
           02 parm-func     PIC X(08).
           02 parm-oper     PIC X(08).
       01 parm-list-r   REDEFINES run-parm.
           02 FILLER        PIC X(08).
           02 parm-status   PIC X(02).
           02 parm-age      PIC X(04).
           02 FILLER        PIC X(02).
       01 parm-purge-r  REDEFINES run-parm.
           02 FILLER        PIC X(08).
           02 parm-retain   PIC X(04).
           02 FILLER        PIC X(04).
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 today-int     BINARY-LONG.
       01 rqm-fstat     PIC XX.
       01 tran-status   PIC XX.
       01 rqm-eof-sw    PIC X VALUE 'N'.
           88 rqm-is-eof            VALUE 'Y'.
       01 tran-eof-sw   PIC X VALUE 'N'.
           88 tran-is-eof           VALUE 'Y'.
       01 rqm-open-sw   PIC 9 VALUE 0.
           88 rqm-is-open           VALUE 1.
       01 sel-status    PIC X(02) VALUE SPACES.
       01 read-fstat    PIC X(02).
       01 min-age       BINARY-LONG VALUE 0.
       01 retain-days   BINARY-LONG VALUE 0.
       01 age-work      PIC 9(04).
       01 cutoff-date   PIC 9(08) VALUE 0.
       01 cutoff-int    BINARY-LONG.
       01 ent-date-n    PIC 9(08).
       01 ent-age       BINARY-LONG.
       01 tran-action   PIC X(08).
       01 tran-id       PIC X(08).
       01 old-status    PIC X(02).
       01 new-status    PIC X(02).
       01 rej-reason    PIC X(40).
       01 line-tag      PIC X(08) VALUE SPACES.
       01 read-total    BINARY-LONG VALUE 0.
       01 list-total    BINARY-LONG VALUE 0.
       01 tran-total    BINARY-LONG VALUE 0.
       01 appl-total    BINARY-LONG VALUE 0.
       01 rej-total     BINARY-LONG VALUE 0.
       01 purge-total   BINARY-LONG VALUE 0.
       01 STAT-TABLE.
         02 stat-entry OCCURS 20 TIMES.
           03 stat-key      PIC X(02).
           03 stat-count    BINARY-LONG.
       01 stat-cnt      BINARY-LONG VALUE 0.
       01 stat-ix       BINARY-LONG.
       01 stat-found    BINARY-LONG.
       01 seq-disp      PIC ZZZZ9.
       01 rc-disp       PIC ZZZ9.
       01 age-disp      PIC ZZZZ9.
       01 cnt-disp      PIC ZZZZZZZ9.
       01 cnt2-disp     PIC ZZZZZZZ9.
       01 cnt3-disp     PIC ZZZZZZZ9.
       01 cutoff-disp   PIC 9(08).
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           EVALUATE parm-func
             WHEN 'LIST'
               PERFORM list-master
             WHEN 'QUERY'
               PERFORM query-request
             WHEN 'UPDATE'
               PERFORM apply-transactions
             WHEN 'PURGE'
               PERFORM purge-master
             WHEN OTHER
               MOVE SPACES TO RPT-RECORD
               STRING 'BAD-FUNCTION PARM=' parm-func
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 16 TO ret-code
           END-EVALUATE
           IF rqm-is-open
             CLOSE REQ-MASTER
           END-IF
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-parm FROM COMMAND-LINE
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           COMPUTE today-int EQUAL
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(run-date))
           OPEN OUTPUT RPT-OUTPUT
           MOVE SPACES TO RPT-RECORD
           STRING 'REQUEST MASTER MAINTENANCE  DATE=' run-date
               ' TIME=' run-time
               ' FUNC=' parm-func ' OPER=' parm-oper
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       open-master-input.
           OPEN INPUT REQ-MASTER
           IF rqm-fstat EQUAL '00'
             MOVE 1 TO rqm-open-sw
           ELSE
             PERFORM write-open-failed
           END-IF.

       open-master-update.
           OPEN I-O REQ-MASTER
           IF rqm-fstat NOT EQUAL '00'
             OPEN OUTPUT REQ-MASTER
             CLOSE REQ-MASTER
             OPEN I-O REQ-MASTER
           END-IF
           IF rqm-fstat EQUAL '00'
             MOVE 1 TO rqm-open-sw
           ELSE
             PERFORM write-open-failed
           END-IF.

       write-open-failed.
           MOVE SPACES TO RPT-RECORD
           STRING 'REQMAST-OPEN-FAILED STATUS=' rqm-fstat
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 8 TO ret-code.

       list-master.
           MOVE parm-status TO sel-status
           IF parm-age IS NUMERIC
             MOVE parm-age TO age-work
             MOVE age-work TO min-age
           END-IF
           PERFORM open-master-input
           IF rqm-is-open
             MOVE SPACES TO RPT-RECORD
             IF sel-status EQUAL SPACES
               MOVE 'REQUEST MASTER LISTING  STATUS=ALL'
                   TO RPT-RECORD
             ELSE
               STRING 'REQUEST MASTER LISTING  STATUS=' sel-status
                   INTO RPT-RECORD
             END-IF
             WRITE RPT-RECORD
             MOVE min-age TO age-disp
             MOVE SPACES TO RPT-RECORD
             STRING '  MINIMUM AGE DAYS=' age-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 'N' TO rqm-eof-sw
             PERFORM list-one-entry UNTIL rqm-is-eof
             PERFORM write-list-totals
           END-IF.

       list-one-entry.
           READ REQ-MASTER NEXT RECORD
             AT END
               MOVE 'Y' TO rqm-eof-sw
             NOT AT END
               ADD 1 TO read-total
               PERFORM compute-entry-age
               IF (sel-status EQUAL SPACES
                   OR sel-status EQUAL rqm-status)
                   AND ent-age NOT LESS THAN min-age
                 ADD 1 TO list-total
                 PERFORM tally-status
                 PERFORM write-entry-line
               END-IF
           END-READ
           IF rqm-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO rqm-eof-sw
           END-IF.

       compute-entry-age.
           MOVE 0 TO ent-age
           IF rqm-date IS NUMERIC
             MOVE rqm-date TO ent-date-n
             COMPUTE ent-age EQUAL
                 today-int - FUNCTION INTEGER-OF-DATE(ent-date-n)
           END-IF.

       tally-status.
           MOVE 0 TO stat-found
           MOVE 1 TO stat-ix
           PERFORM scan-stat-slot
               UNTIL stat-ix GREATER THAN stat-cnt
           IF stat-found GREATER THAN 0
             ADD 1 TO stat-count (stat-found)
           ELSE
             IF stat-cnt LESS THAN 20
               ADD 1 TO stat-cnt
               MOVE rqm-status TO stat-key (stat-cnt)
               MOVE 1 TO stat-count (stat-cnt)
             END-IF
           END-IF.

       scan-stat-slot.
           IF stat-key (stat-ix) EQUAL rqm-status
             MOVE stat-ix TO stat-found
             MOVE stat-cnt TO stat-ix
           END-IF
           ADD 1 TO stat-ix.

       write-entry-line.
           MOVE rqm-seq TO seq-disp
           MOVE rqm-rc TO rc-disp
           MOVE ent-age TO age-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  ' line-tag 'ID=' rqm-key
               ' ST=' rqm-status
               ' SEQ=' seq-disp
               ' DATE=' rqm-date
               ' TIME=' rqm-time
               ' RC=' rc-disp
               ' AGE=' age-disp
               ' MBR=' rqm-member
               ' DUE=' rqm-due-date ' ' rqm-due-time
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       write-list-totals.
           MOVE read-total TO cnt-disp
           MOVE list-total TO cnt2-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'ENTRIES READ=' cnt-disp ' LISTED=' cnt2-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 'LISTED BY STATUS' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO stat-ix
           PERFORM write-stat-line
               UNTIL stat-ix GREATER THAN stat-cnt.

       write-stat-line.
           MOVE stat-count (stat-ix) TO cnt-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  ST=' stat-key (stat-ix) ' COUNT=' cnt-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO stat-ix.

       query-request.
           IF parm-oper EQUAL SPACES
             MOVE SPACES TO RPT-RECORD
             MOVE 'BAD-FUNCTION REQUEST ID MISSING' TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           ELSE
             PERFORM open-master-input
             IF rqm-is-open
               MOVE parm-oper TO rqm-key
               READ REQ-MASTER
               IF rqm-fstat EQUAL '00'
                 PERFORM compute-entry-age
                 PERFORM write-entry-line
               ELSE
                 MOVE SPACES TO RPT-RECORD
                 STRING 'REQUEST NOT FOUND ID=' parm-oper
                     INTO RPT-RECORD
                 WRITE RPT-RECORD
                 MOVE 4 TO ret-code
               END-IF
             END-IF
           END-IF.

       apply-transactions.
           OPEN INPUT TRAN-INPUT
           IF tran-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'RQMTRAN-OPEN-FAILED STATUS=' tran-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           ELSE
             PERFORM open-master-update
             IF rqm-is-open
               MOVE 'N' TO tran-eof-sw
               PERFORM read-transaction UNTIL tran-is-eof
             END-IF
             CLOSE TRAN-INPUT
             MOVE tran-total TO cnt-disp
             MOVE appl-total TO cnt2-disp
             MOVE rej-total TO cnt3-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'TRANSACTIONS=' cnt-disp
                 ' APPLIED=' cnt2-disp
                 ' REJECTED=' cnt3-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF rej-total GREATER THAN 0
                 AND ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF.

       read-transaction.
           READ TRAN-INPUT INTO TRAN-RECORD
             AT END
               MOVE 'Y' TO tran-eof-sw
             NOT AT END
               IF NOT TRAN-RECORD EQUAL SPACES
                   AND NOT TRAN-RECORD (1:1) EQUAL '*'
                 ADD 1 TO tran-total
                 PERFORM apply-one-transaction
               END-IF
           END-READ
           IF tran-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO tran-eof-sw
           END-IF.

       apply-one-transaction.
           MOVE TRAN-RECORD (1:8) TO tran-action
           MOVE TRAN-RECORD (10:8) TO tran-id
           MOVE SPACES TO rej-reason
           MOVE SPACES TO old-status new-status
           IF tran-id EQUAL SPACES
             MOVE 'REQUEST-ID-MISSING' TO rej-reason
           ELSE
             MOVE tran-id TO rqm-key
             READ REQ-MASTER
             IF rqm-fstat EQUAL '00'
               MOVE rqm-status TO old-status
             END-IF
             EVALUATE tran-action
               WHEN 'HOLD'
                 PERFORM screen-hold
               WHEN 'RELEASE'
                 PERFORM screen-release
               WHEN 'CANCEL'
                 PERFORM screen-cancel
               WHEN 'RESET'
                 PERFORM screen-reset
               WHEN OTHER
                 MOVE 'BAD-ACTION' TO rej-reason
             END-EVALUATE
           END-IF
           IF rej-reason EQUAL SPACES
             PERFORM store-transaction
           END-IF
           IF rej-reason EQUAL SPACES
             ADD 1 TO appl-total
             MOVE SPACES TO RPT-RECORD
             IF old-status EQUAL SPACES
               STRING 'APPLIED  ' tran-action ' ID=' tran-id
                   ' NEW ENTRY ST=' new-status
                   INTO RPT-RECORD
             ELSE
               STRING 'APPLIED  ' tran-action ' ID=' tran-id
                   ' ST=' old-status ' TO ' new-status
                   INTO RPT-RECORD
             END-IF
             WRITE RPT-RECORD
           ELSE
             ADD 1 TO rej-total
             MOVE SPACES TO RPT-RECORD
             STRING 'REJECTED ' tran-action ' ID=' tran-id
                 ' ' rej-reason
                 INTO RPT-RECORD
             WRITE RPT-RECORD
           END-IF.

       screen-hold.
           EVALUATE old-status
             WHEN 'HD'
               MOVE 'ALREADY-HELD' TO rej-reason
             WHEN 'CN'
               MOVE 'CANCELLED - RESET IT FIRST' TO rej-reason
             WHEN OTHER
               MOVE 'HD' TO new-status
           END-EVALUATE.

       screen-release.
           EVALUATE old-status
             WHEN SPACES
               MOVE 'NOT-FOUND' TO rej-reason
             WHEN 'HD'
               MOVE 'QU' TO new-status
             WHEN OTHER
               MOVE 'NOT-HELD - USE RESET' TO rej-reason
           END-EVALUATE.

       screen-cancel.
           IF old-status EQUAL 'CN'
             MOVE 'ALREADY-CANCELLED' TO rej-reason
           ELSE
             MOVE 'CN' TO new-status
           END-IF.

       screen-reset.
           IF old-status EQUAL SPACES
             MOVE 'NOT-FOUND' TO rej-reason
           ELSE
             MOVE 'QU' TO new-status
           END-IF.

       store-transaction.
           IF old-status EQUAL SPACES
             MOVE SPACES TO RQM-RECORD
             MOVE tran-id TO rqm-key
             MOVE 0 TO rqm-seq
             MOVE 0 TO rqm-rc
             MOVE 0 TO rqm-mcksum
           END-IF
           MOVE new-status TO rqm-status
           ACCEPT rqm-date FROM DATE YYYYMMDD
           ACCEPT rqm-time FROM TIME
           IF tran-action EQUAL 'RESET'
             MOVE 0 TO rqm-rc
           END-IF
           IF new-status EQUAL 'QU'
             MOVE SPACES TO rqm-due-date rqm-due-time
           END-IF
           IF old-status EQUAL SPACES
             WRITE RQM-RECORD
           ELSE
             REWRITE RQM-RECORD
           END-IF
           IF rqm-fstat NOT EQUAL '00'
             STRING 'REQMAST-UPDATE-FAILED STATUS=' rqm-fstat
                 INTO rej-reason
           END-IF.

       purge-master.
           IF parm-retain IS NOT NUMERIC
             MOVE SPACES TO RPT-RECORD
             MOVE 'BAD-FUNCTION RETENTION DAYS MISSING'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           ELSE
             MOVE parm-retain TO age-work
             MOVE age-work TO retain-days
             COMPUTE cutoff-int EQUAL today-int - retain-days
             COMPUTE cutoff-date EQUAL
                 FUNCTION DATE-OF-INTEGER(cutoff-int)
             PERFORM open-master-update
             IF rqm-is-open
               MOVE 'N' TO rqm-eof-sw
               PERFORM purge-one-entry UNTIL rqm-is-eof
               MOVE cutoff-date TO cutoff-disp
               MOVE read-total TO cnt-disp
               MOVE purge-total TO cnt2-disp
               MOVE SPACES TO RPT-RECORD
               STRING 'PURGE CUTOFF=' cutoff-disp
                   ' ENTRIES READ=' cnt-disp
                   ' PURGED=' cnt2-disp
                   INTO RPT-RECORD
               WRITE RPT-RECORD
             END-IF
           END-IF.

       purge-one-entry.
           MOVE SPACES TO read-fstat
           READ REQ-MASTER NEXT RECORD
             AT END
               MOVE 'Y' TO rqm-eof-sw
             NOT AT END
               MOVE rqm-fstat TO read-fstat
               ADD 1 TO read-total
               IF rqm-status EQUAL 'CP'
                   AND rqm-date IS NUMERIC
                 MOVE rqm-date TO ent-date-n
                 IF ent-date-n LESS THAN cutoff-date
                   PERFORM compute-entry-age
                   DELETE REQ-MASTER
                   IF rqm-fstat EQUAL '00'
                     ADD 1 TO purge-total
                     MOVE 'PURGED' TO line-tag
                     PERFORM write-entry-line
                   ELSE
                     MOVE SPACES TO RPT-RECORD
                     STRING 'PURGE-FAILED ID=' rqm-key
                         ' STATUS=' rqm-fstat
                         INTO RPT-RECORD
                     WRITE RPT-RECORD
                     MOVE 8 TO ret-code
                   END-IF
                 END-IF
               END-IF
           END-READ
           IF read-fstat EQUAL SPACES
             MOVE rqm-fstat TO read-fstat
           END-IF
           IF read-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO rqm-eof-sw
           END-IF.

       END PROGRAM bfrqmnt.
