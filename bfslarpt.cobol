       PROGRAM-ID. bfslarpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-INPUT ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aud-status.
           SELECT REQ-MASTER ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rqm-key
               FILE STATUS IS rqm-fstat.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-INPUT.
       01 AUD-RECORD.
         02 FILLER                   PIC X(49).
         02 sla-tag                  PIC X(04).
         02 FILLER                   PIC X(04).
         02 sla-due-date             PIC X(08).
         02 FILLER                   PIC X(01).
         02 sla-due-time             PIC X(04).
         02 FILLER                   PIC X(05).
         02 sla-end-date             PIC X(08).
         02 FILLER                   PIC X(01).
         02 sla-end-time             PIC X(04).
         02 FILLER                   PIC X(04).
         02 sla-status               PIC X(02).
         02 FILLER                   PIC X(04).
         02 sla-class                PIC X(01).
         02 FILLER                   PIC X(04).
         02 sla-owner                PIC X(08).
         02 FILLER                   PIC X(01).
         02 sla-cause                PIC X(08).
       01 AUD-ID-VIEW.
         02 FILLER                   PIC X(40).
         02 sla-id                   PIC X(08).
         02 FILLER                   PIC X(72).
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
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-parm      PIC X(16) VALUE SPACES.
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 aud-status    PIC XX.
       01 rqm-fstat     PIC XX.
       01 aud-eof-sw    PIC X VALUE 'N'.
           88 aud-is-eof            VALUE 'Y'.
       01 rqm-eof-sw    PIC X VALUE 'N'.
           88 rqm-is-eof            VALUE 'Y'.
       01 rpt-day       PIC X(08).
       01 rpt-day-n     REDEFINES rpt-day PIC 9(08).
       01 month-start   PIC X(08).
       01 now-mins      BINARY-LONG.
       01 calc-date     PIC X(08).
       01 calc-date-n   REDEFINES calc-date PIC 9(08).
       01 calc-hhmm     PIC X(04).
       01 calc-hhmm-r   REDEFINES calc-hhmm.
           02 calc-hh       PIC 99.
           02 calc-mm       PIC 99.
       01 calc-mins     BINARY-LONG.
       01 calc-ok       PIC 9.
       01 due-mins      BINARY-LONG.
       01 end-mins      BINARY-LONG.
       01 late-mins     BINARY-LONG.
       01 OUT-TABLE.
         02 out-entry OCCURS 20000 TIMES.
           03 out-id        PIC X(08).
           03 out-due-date  PIC X(08).
           03 out-due-time  PIC X(04).
           03 out-end-date  PIC X(08).
           03 out-end-time  PIC X(04).
           03 out-status    PIC X(02).
           03 out-class     PIC X(01).
           03 out-owner     PIC X(08).
           03 out-cause     PIC X(08).
       01 out-cnt       BINARY-LONG VALUE 0.
       01 out-ix        BINARY-LONG.
       01 out-found     BINARY-LONG.
       01 out-over      PIC 9 VALUE 0.
       01 CLS-TABLE.
         02 cls-entry OCCURS 3 TIMES.
           03 cls-name      PIC X(01).
           03 cls-day-met   BINARY-LONG.
           03 cls-day-miss  BINARY-LONG.
           03 cls-mtd-met   BINARY-LONG.
           03 cls-mtd-miss  BINARY-LONG.
       01 cls-ix        BINARY-LONG.
       01 OWN-TABLE.
         02 own-entry OCCURS 500 TIMES.
           03 own-name      PIC X(08).
           03 own-day-met   BINARY-LONG.
           03 own-day-miss  BINARY-LONG.
           03 own-mtd-met   BINARY-LONG.
           03 own-mtd-miss  BINARY-LONG.
       01 own-cnt       BINARY-LONG VALUE 0.
       01 own-ix        BINARY-LONG.
       01 own-found     BINARY-LONG.
       01 own-over      PIC 9 VALUE 0.
       01 tot-day-met   BINARY-LONG VALUE 0.
       01 tot-day-miss  BINARY-LONG VALUE 0.
       01 tot-mtd-met   BINARY-LONG VALUE 0.
       01 tot-mtd-miss  BINARY-LONG VALUE 0.
       01 cur-class     PIC X(01).
       01 cur-owner     PIC X(08).
       01 cur-met       PIC 9.
       01 cur-day       PIC 9.
       01 cause-text    PIC X(19).
       01 aud-read      BINARY-LONG VALUE 0.
       01 sla-read      BINARY-LONG VALUE 0.
       01 sla-bad       BINARY-LONG VALUE 0.
       01 open-cnt      BINARY-LONG VALUE 0.
       01 late-cnt      BINARY-LONG VALUE 0.
       01 queue-cnt     BINARY-LONG VALUE 0.
       01 att-day-met   BINARY-LONG.
       01 att-day-miss  BINARY-LONG.
       01 att-mtd-met   BINARY-LONG.
       01 att-mtd-miss  BINARY-LONG.
       01 pct-met       PIC 9(09).
       01 pct-miss      PIC 9(09).
       01 pct-val       PIC 999V9.
       01 pct-disp      PIC ZZ9.9.
       01 pct2-disp     PIC ZZ9.9.
       01 pct-text      PIC X(05).
       01 pct2-text     PIC X(05).
       01 line-label    PIC X(14).
       01 late-disp     PIC ZZZZZ9.
       01 seq-disp      PIC ZZZZ9.
       01 cnt-disp      PIC ZZZZZ9.
       01 cnt2-disp     PIC ZZZZZ9.
       01 cnt3-disp     PIC ZZZZZ9.
       01 cnt4-disp     PIC ZZZZZ9.
       01 cnt5-disp     PIC ZZZZZ9.
       01 cnt6-disp     PIC ZZZZZ9.
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           IF ret-code LESS THAN 16
             OPEN INPUT AUD-INPUT
             IF aud-status NOT EQUAL '00'
               MOVE SPACES TO RPT-RECORD
               STRING 'AUDITLOG-OPEN-FAILED STATUS=' aud-status
                   ' - NO SLA HISTORY REPORTED'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO ret-code
             ELSE
               PERFORM read-audit-record UNTIL aud-is-eof
               CLOSE AUD-INPUT
             END-IF
             PERFORM write-missed-listing
             PERFORM write-overdue-queue
             PERFORM write-attainment
             PERFORM write-sla-totals
           END-IF
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-parm FROM COMMAND-LINE
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN OUTPUT RPT-OUTPUT
           IF run-parm EQUAL SPACES
             MOVE run-date TO rpt-day
           ELSE
             MOVE run-parm (1:8) TO rpt-day
           END-IF
           IF rpt-day IS NOT NUMERIC
               OR NOT run-parm (9:) EQUAL SPACES
             MOVE SPACES TO RPT-RECORD
             STRING 'BAD-PARM REPORT DATE=' run-parm
                 ' - GIVE YYYYMMDD OR LEAVE BLANK'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD(rpt-day-n) NOT EQUAL 0
               MOVE SPACES TO RPT-RECORD
               STRING 'BAD-PARM REPORT DATE=' run-parm
                   ' - NOT A CALENDAR DATE'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 16 TO ret-code
             ELSE
               MOVE SPACES TO month-start
               STRING rpt-day (1:6) '01' INTO month-start
               MOVE run-date TO calc-date
               MOVE run-time (1:4) TO calc-hhmm
               PERFORM compute-stamp-mins
               MOVE calc-mins TO now-mins
               MOVE 'H' TO cls-name (1)
               MOVE 'N' TO cls-name (2)
               MOVE 'L' TO cls-name (3)
               MOVE 1 TO cls-ix
               PERFORM clear-class-tally UNTIL cls-ix GREATER THAN 3
               MOVE SPACES TO RPT-RECORD
               STRING 'BFDECODE SERVICE-LEVEL ATTAINMENT  DAY='
                   rpt-day '  MONTH FROM=' month-start
                   '  RUN DATE=' run-date ' TIME=' run-time
                   INTO RPT-RECORD
               WRITE RPT-RECORD
             END-IF
           END-IF.

       clear-class-tally.
           MOVE 0 TO cls-day-met (cls-ix) cls-day-miss (cls-ix)
           MOVE 0 TO cls-mtd-met (cls-ix) cls-mtd-miss (cls-ix)
           ADD 1 TO cls-ix.

       compute-stamp-mins.
           MOVE 0 TO calc-mins
           MOVE 0 TO calc-ok
           IF calc-date IS NUMERIC AND calc-hhmm IS NUMERIC
             IF FUNCTION TEST-DATE-YYYYMMDD(calc-date-n) EQUAL 0
                 AND calc-hh LESS THAN 24 AND calc-mm LESS THAN 60
               COMPUTE calc-mins EQUAL
                   FUNCTION INTEGER-OF-DATE(calc-date-n) * 1440
                   + calc-hh * 60 + calc-mm
               MOVE 1 TO calc-ok
             END-IF
           END-IF.

       read-audit-record.
           READ AUD-INPUT
             AT END
               MOVE 'Y' TO aud-eof-sw
             NOT AT END
               ADD 1 TO aud-read
               IF sla-tag EQUAL 'SLA '
                   AND AUD-RECORD (54:4) EQUAL 'DUE='
                 ADD 1 TO sla-read
                 IF sla-due-date NOT LESS THAN month-start
                     AND sla-due-date NOT GREATER THAN rpt-day
                   PERFORM store-sla-outcome
                 END-IF
               END-IF
           END-READ
           IF aud-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO aud-eof-sw
           END-IF.

       store-sla-outcome.
           MOVE 0 TO out-found
           MOVE 1 TO out-ix
           PERFORM scan-outcome UNTIL out-ix GREATER THAN out-cnt
           IF out-found EQUAL 0
             IF out-cnt LESS THAN 20000
               ADD 1 TO out-cnt
               MOVE out-cnt TO out-found
             ELSE
               MOVE 1 TO out-over
             END-IF
           END-IF
           IF out-found GREATER THAN 0
             MOVE sla-id TO out-id (out-found)
             MOVE sla-due-date TO out-due-date (out-found)
             MOVE sla-due-time TO out-due-time (out-found)
             MOVE sla-end-date TO out-end-date (out-found)
             MOVE sla-end-time TO out-end-time (out-found)
             MOVE sla-status TO out-status (out-found)
             MOVE sla-class TO out-class (out-found)
             MOVE sla-owner TO out-owner (out-found)
             MOVE sla-cause TO out-cause (out-found)
           END-IF.

       scan-outcome.
           IF out-id (out-ix) EQUAL sla-id
               AND out-due-date (out-ix) EQUAL sla-due-date
               AND out-due-time (out-ix) EQUAL sla-due-time
             MOVE out-ix TO out-found
             MOVE out-cnt TO out-ix
           END-IF
           ADD 1 TO out-ix.

       write-missed-listing.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'REQUESTS THAT MISSED A DUE TIME ON ' rpt-day
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO out-ix
           PERFORM judge-outcome UNTIL out-ix GREATER THAN out-cnt
           IF late-cnt EQUAL 0
             MOVE '  NONE' TO RPT-RECORD
             WRITE RPT-RECORD
           END-IF.

       judge-outcome.
           MOVE out-due-date (out-ix) TO calc-date
           MOVE out-due-time (out-ix) TO calc-hhmm
           PERFORM compute-stamp-mins
           MOVE calc-mins TO due-mins
           IF calc-ok EQUAL 0
             ADD 1 TO sla-bad
           ELSE
             IF out-status (out-ix) EQUAL 'CP'
               MOVE out-end-date (out-ix) TO calc-date
               MOVE out-end-time (out-ix) TO calc-hhmm
               PERFORM compute-stamp-mins
               MOVE calc-mins TO end-mins
               IF calc-ok EQUAL 0
                 ADD 1 TO sla-bad
               ELSE
                 IF end-mins GREATER THAN due-mins
                   COMPUTE late-mins EQUAL end-mins - due-mins
                   MOVE 0 TO cur-met
                 ELSE
                   MOVE 1 TO cur-met
                 END-IF
                 PERFORM tally-outcome
               END-IF
             ELSE
               IF now-mins GREATER THAN due-mins
                 COMPUTE late-mins EQUAL now-mins - due-mins
                 MOVE 0 TO cur-met
                 PERFORM tally-outcome
               ELSE
                 ADD 1 TO open-cnt
               END-IF
             END-IF
           END-IF
           ADD 1 TO out-ix.

       tally-outcome.
           MOVE out-class (out-ix) TO cur-class
           MOVE out-owner (out-ix) TO cur-owner
           IF out-due-date (out-ix) EQUAL rpt-day
             MOVE 1 TO cur-day
           ELSE
             MOVE 0 TO cur-day
           END-IF
           PERFORM add-attainment
           IF cur-met EQUAL 0 AND cur-day EQUAL 1
             PERFORM write-missed-line
           END-IF.

       add-attainment.
           EVALUATE cur-class
             WHEN 'H'
               MOVE 1 TO cls-ix
             WHEN 'L'
               MOVE 3 TO cls-ix
             WHEN OTHER
               MOVE 2 TO cls-ix
           END-EVALUATE
           IF cur-owner EQUAL SPACES
             MOVE '(NONE)' TO cur-owner
           END-IF
           PERFORM find-owner
           IF own-found EQUAL 0
             IF own-cnt LESS THAN 500
               ADD 1 TO own-cnt
               MOVE own-cnt TO own-found
               MOVE cur-owner TO own-name (own-found)
               MOVE 0 TO own-day-met (own-found)
               MOVE 0 TO own-day-miss (own-found)
               MOVE 0 TO own-mtd-met (own-found)
               MOVE 0 TO own-mtd-miss (own-found)
             ELSE
               MOVE 1 TO own-over
             END-IF
           END-IF
           IF cur-met EQUAL 1
             ADD 1 TO cls-mtd-met (cls-ix) tot-mtd-met
             IF own-found GREATER THAN 0
               ADD 1 TO own-mtd-met (own-found)
             END-IF
             IF cur-day EQUAL 1
               ADD 1 TO cls-day-met (cls-ix) tot-day-met
               IF own-found GREATER THAN 0
                 ADD 1 TO own-day-met (own-found)
               END-IF
             END-IF
           ELSE
             ADD 1 TO cls-mtd-miss (cls-ix) tot-mtd-miss
             IF own-found GREATER THAN 0
               ADD 1 TO own-mtd-miss (own-found)
             END-IF
             IF cur-day EQUAL 1
               ADD 1 TO cls-day-miss (cls-ix) tot-day-miss
               IF own-found GREATER THAN 0
                 ADD 1 TO own-day-miss (own-found)
               END-IF
             END-IF
           END-IF.

       find-owner.
           MOVE 0 TO own-found
           MOVE 1 TO own-ix
           PERFORM scan-owner UNTIL own-ix GREATER THAN own-cnt.

       scan-owner.
           IF own-name (own-ix) EQUAL cur-owner
             MOVE own-ix TO own-found
             MOVE own-cnt TO own-ix
           END-IF
           ADD 1 TO own-ix.

       write-missed-line.
           ADD 1 TO late-cnt
           EVALUATE out-cause (out-ix)
             WHEN 'BUDGET'
               MOVE 'BUDGET SKIP' TO cause-text
             WHEN 'DEADLINE'
               MOVE 'DEADLINE DEFERRAL' TO cause-text
             WHEN 'CHAIN'
               MOVE 'PREDECESSOR PENDING' TO cause-text
             WHEN 'FAILURE'
               MOVE 'FAILURE' TO cause-text
             WHEN 'RESTART'
               MOVE 'RESTART' TO cause-text
             WHEN OTHER
               MOVE 'LATE FINISH' TO cause-text
           END-EVALUATE
           MOVE late-mins TO late-disp
           MOVE SPACES TO RPT-RECORD
           IF out-status (out-ix) EQUAL 'CP'
             STRING '  ID=' out-id (out-ix)
                 ' DUE=' out-due-date (out-ix) ' ' out-due-time (out-ix)
                 ' END=' out-end-date (out-ix) ' ' out-end-time (out-ix)
                 ' ST=' out-status (out-ix) ' CL=' cur-class
                 ' OWNER=' cur-owner
                 ' MINUTES LATE=' late-disp
                 ' CAUSE=' cause-text
                 INTO RPT-RECORD
           ELSE
             STRING '  ID=' out-id (out-ix)
                 ' DUE=' out-due-date (out-ix) ' ' out-due-time (out-ix)
                 ' NOT DELIVERED'
                 ' ST=' out-status (out-ix) ' CL=' cur-class
                 ' OWNER=' cur-owner
                 ' MINUTES LATE=' late-disp
                 ' CAUSE=' cause-text
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD.

       write-overdue-queue.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'REQUESTS STILL QUEUED PAST THEIR DUE TIME - ESCALATE'
               TO RPT-RECORD
           WRITE RPT-RECORD
           OPEN INPUT REQ-MASTER
           IF rqm-fstat NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING '  REQMAST-OPEN-FAILED STATUS=' rqm-fstat
                 ' - QUEUE NOT CHECKED'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           ELSE
             PERFORM read-master-record UNTIL rqm-is-eof
             CLOSE REQ-MASTER
             IF queue-cnt EQUAL 0
               MOVE '  NONE' TO RPT-RECORD
               WRITE RPT-RECORD
             END-IF
           END-IF.

       read-master-record.
           READ REQ-MASTER
             AT END
               MOVE 'Y' TO rqm-eof-sw
             NOT AT END
               IF rqm-status EQUAL 'QU'
                   AND NOT rqm-due-date EQUAL SPACES
                 PERFORM check-queued-due
               END-IF
           END-READ
           IF rqm-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO rqm-eof-sw
           END-IF.

       check-queued-due.
           MOVE rqm-due-date TO calc-date
           MOVE rqm-due-time TO calc-hhmm
           PERFORM compute-stamp-mins
           IF calc-ok EQUAL 1 AND now-mins GREATER THAN calc-mins
             ADD 1 TO queue-cnt
             COMPUTE late-mins EQUAL now-mins - calc-mins
             MOVE late-mins TO late-disp
             MOVE rqm-seq TO seq-disp
             MOVE rqm-class TO cur-class
             MOVE rqm-owner TO cur-owner
             IF cur-owner EQUAL SPACES
               MOVE '(NONE)' TO cur-owner
             END-IF
             MOVE SPACES TO RPT-RECORD
             STRING '  ID=' rqm-key
                 ' DUE=' rqm-due-date ' ' rqm-due-time
                 ' QUEUED SINCE=' rqm-date ' ' rqm-time (1:4)
                 ' SEQ=' seq-disp ' CL=' cur-class
                 ' OWNER=' cur-owner
                 ' MINUTES OVERDUE=' late-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 0 TO out-found
             MOVE 1 TO out-ix
             PERFORM scan-queued-outcome
                 UNTIL out-ix GREATER THAN out-cnt
             IF rqm-due-date NOT LESS THAN month-start
                 AND rqm-due-date NOT GREATER THAN rpt-day
                 AND out-found EQUAL 0
               MOVE 0 TO cur-met
               IF rqm-due-date EQUAL rpt-day
                 MOVE 1 TO cur-day
               ELSE
                 MOVE 0 TO cur-day
               END-IF
               PERFORM add-attainment
             END-IF
           END-IF.

       scan-queued-outcome.
           IF out-id (out-ix) EQUAL rqm-key
               AND out-due-date (out-ix) EQUAL rqm-due-date
               AND out-due-time (out-ix) EQUAL rqm-due-time
             MOVE out-ix TO out-found
             MOVE out-cnt TO out-ix
           END-IF
           ADD 1 TO out-ix.

       write-attainment.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'DUE-TIME ATTAINMENT BY CLASS' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO cls-ix
           PERFORM write-class-line UNTIL cls-ix GREATER THAN 3
           MOVE '  ALL' TO line-label
           MOVE tot-day-met TO att-day-met
           MOVE tot-day-miss TO att-day-miss
           MOVE tot-mtd-met TO att-mtd-met
           MOVE tot-mtd-miss TO att-mtd-miss
           PERFORM write-attain-line
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'DUE-TIME ATTAINMENT BY OWNER' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO own-ix
           PERFORM write-owner-line UNTIL own-ix GREATER THAN own-cnt
           IF own-over EQUAL 1
             MOVE '  OWNER TABLE FULL - OVER 500 OWNERS, LIST TRUNCATED'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF.

       write-class-line.
           MOVE SPACES TO line-label
           STRING '  CLASS ' cls-name (cls-ix) INTO line-label
           MOVE cls-day-met (cls-ix) TO att-day-met
           MOVE cls-day-miss (cls-ix) TO att-day-miss
           MOVE cls-mtd-met (cls-ix) TO att-mtd-met
           MOVE cls-mtd-miss (cls-ix) TO att-mtd-miss
           PERFORM write-attain-line
           ADD 1 TO cls-ix.

       write-owner-line.
           MOVE SPACES TO line-label
           STRING '  ' own-name (own-ix) INTO line-label
           MOVE own-day-met (own-ix) TO att-day-met
           MOVE own-day-miss (own-ix) TO att-day-miss
           MOVE own-mtd-met (own-ix) TO att-mtd-met
           MOVE own-mtd-miss (own-ix) TO att-mtd-miss
           PERFORM write-attain-line
           ADD 1 TO own-ix.

       write-attain-line.
           MOVE att-day-met TO cnt-disp pct-met
           MOVE att-day-miss TO cnt2-disp pct-miss
           PERFORM compute-percent
           MOVE pct-text TO pct2-text
           MOVE att-mtd-met TO cnt4-disp pct-met
           MOVE att-mtd-miss TO cnt5-disp pct-miss
           PERFORM compute-percent
           MOVE SPACES TO RPT-RECORD
           STRING line-label
               ' DAY MET=' cnt-disp ' MISSED=' cnt2-disp
               ' PCT=' pct2-text
               '   MONTH MET=' cnt4-disp ' MISSED=' cnt5-disp
               ' PCT=' pct-text
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       compute-percent.
           IF pct-met + pct-miss EQUAL 0
             MOVE '  N/A' TO pct-text
           ELSE
             COMPUTE pct-val ROUNDED EQUAL
                 pct-met * 100 / (pct-met + pct-miss)
             MOVE pct-val TO pct-disp
             MOVE pct-disp TO pct-text
           END-IF.

       write-sla-totals.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE aud-read TO cnt-disp
           MOVE sla-read TO cnt2-disp
           MOVE out-cnt TO cnt3-disp
           MOVE open-cnt TO cnt4-disp
           MOVE late-cnt TO cnt5-disp
           MOVE queue-cnt TO cnt6-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'AUDIT LINES READ=' cnt-disp ' SLA LINES=' cnt2-disp
               ' REQUESTS IN MONTH=' cnt3-disp
               ' NOT YET DUE=' cnt4-disp
               ' MISSED TODAY=' cnt5-disp
               ' OVERDUE QUEUED=' cnt6-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF sla-bad GREATER THAN 0
             MOVE sla-bad TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'SLA LINES WITH A BAD DATE OR TIME IGNORED='
                 cnt-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF
           IF out-over EQUAL 1
             MOVE 'OUTCOME TABLE FULL - OVER 20000 REQUESTS THIS MONTH'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF
           IF (late-cnt GREATER THAN 0 OR queue-cnt GREATER THAN 0)
               AND ret-code LESS THAN 4
             MOVE 4 TO ret-code
           END-IF.
