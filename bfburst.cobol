       PROGRAM-ID. bfburst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-INPUT ASSIGN TO OUTIDX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS idx-status.
           SELECT BIN-INPUT ASSIGN TO BININ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS bin-status.
           SELECT RPT-INPUT ASSIGN TO RPTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rin-status.
           SELECT BURST-BIN ASSIGN TO bbin-dsname
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS bbin-status.
           SELECT BURST-RPT ASSIGN TO brpt-dsname
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS brpt-status.
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
       FD  BIN-INPUT.
       01 BIN-RECORD                 PIC X(01).
       FD  RPT-INPUT.
       01 RIN-RECORD                 PIC X(133).
       FD  BURST-BIN.
       01 BBIN-RECORD                PIC X(01).
       FD  BURST-RPT.
       01 BRPT-RECORD                PIC X(133).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 idx-status    PIC XX.
       01 bin-status    PIC XX.
       01 rin-status    PIC XX.
       01 bbin-status   PIC XX.
       01 brpt-status   PIC XX.
       01 bbin-dsname   PIC X(44).
       01 brpt-dsname   PIC X(44).
       01 idx-eof-sw    PIC X VALUE 'N'.
           88 idx-is-eof            VALUE 'Y'.
       01 bin-eof       PIC 9 VALUE 0.
       01 rin-eof       PIC 9 VALUE 0.
       01 ENT-TABLE.
         02 ent-entry OCCURS 5000 TIMES.
           03 ent-reqnum    BINARY-LONG.
           03 ent-part      PIC 9(01).
           03 ent-reqid     PIC X(08).
           03 ent-dest      PIC X(08).
           03 ent-status    PIC X(02).
           03 ent-bin-start BINARY-LONG.
           03 ent-bin-count BINARY-LONG.
           03 ent-rpt-first BINARY-LONG.
           03 ent-rpt-last  BINARY-LONG.
       01 ent-cnt       BINARY-LONG VALUE 0.
       01 ent-ix        BINARY-LONG.
       01 ent-over      PIC 9 VALUE 0.
       01 DST-TABLE.
         02 dst-entry OCCURS 200 TIMES.
           03 dst-name      PIC X(08).
           03 dst-reqs      BINARY-LONG.
           03 dst-bytes     BINARY-LONG.
           03 dst-lines     BINARY-LONG.
       01 dst-cnt       BINARY-LONG VALUE 0.
       01 dst-ix        BINARY-LONG.
       01 dst-found     BINARY-LONG.
       01 dst-over      PIC 9 VALUE 0.
       01 cur-dest      PIC X(08).
       01 base-bytes    BINARY-LONG VALUE 0.
       01 base-lines    BINARY-LONG VALUE 0.
       01 run-cnt       BINARY-LONG VALUE 0.
       01 exec-reqs     BINARY-LONG VALUE 0.
       01 open-run      PIC 9 VALUE 0.
       01 bad-recs      BINARY-LONG VALUE 0.
       01 bin-pos       BINARY-LONG.
       01 rin-pos       BINARY-LONG.
       01 copy-end      BINARY-LONG.
       01 ent-lines     BINARY-LONG.
       01 sum-bytes     BINARY-LONG VALUE 0.
       01 sum-lines     BINARY-LONG VALUE 0.
       01 sum-reqs      BINARY-LONG VALUE 0.
       01 unidx-bytes   BINARY-LONG.
       01 reqnum-disp   PIC ZZZZ9.
       01 off-disp      PIC ZZZZZZZZZ9.
       01 cnt-disp      PIC ZZZZZZZZZ9.
       01 cnt2-disp     PIC ZZZZZZZZZ9.
       01 cnt3-disp     PIC ZZZZZZZZZ9.
       01 cnt4-disp     PIC ZZZZZZZZZ9.
       01 line-disp     PIC ZZZZZZZ9.
       01 line2-disp    PIC ZZZZZZZ9.
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           PERFORM load-output-index
           IF ret-code LESS THAN 8
             MOVE 1 TO dst-ix
             PERFORM burst-one-dest UNTIL dst-ix GREATER THAN dst-cnt
             PERFORM write-burst-totals
           END-IF
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN OUTPUT RPT-OUTPUT
           MOVE SPACES TO RPT-RECORD
           STRING 'OUTPUT BURST DISTRIBUTION CONTROL  DATE=' run-date
               ' TIME=' run-time
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       load-output-index.
           OPEN INPUT IDX-INPUT
           IF idx-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'OUTIDX-OPEN-FAILED STATUS=' idx-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           ELSE
             PERFORM read-index-record UNTIL idx-is-eof
             CLOSE IDX-INPUT
             PERFORM check-index-load
           END-IF.

       read-index-record.
           READ IDX-INPUT
             AT END
               MOVE 'Y' TO idx-eof-sw
             NOT AT END
               EVALUATE oix-type
                 WHEN 'D'
                   PERFORM store-index-entry
                 WHEN 'T'
                   ADD oxt-bin-total TO base-bytes
                   ADD oxt-rpt-total TO base-lines
                   ADD oxt-exec-reqs TO exec-reqs
                   ADD 1 TO run-cnt
                   MOVE 0 TO open-run
                 WHEN OTHER
                   ADD 1 TO bad-recs
               END-EVALUATE
           END-READ
           IF idx-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO idx-eof-sw
           END-IF.

       store-index-entry.
           MOVE 1 TO open-run
           IF ent-cnt LESS THAN 5000
             ADD 1 TO ent-cnt
             MOVE oix-reqnum TO ent-reqnum (ent-cnt)
             MOVE oix-part TO ent-part (ent-cnt)
             MOVE oix-reqid TO ent-reqid (ent-cnt)
             MOVE oix-status TO ent-status (ent-cnt)
             IF oix-route EQUAL SPACES
               MOVE 'NOROUTE' TO ent-dest (ent-cnt)
             ELSE
               MOVE oix-route TO ent-dest (ent-cnt)
             END-IF
             COMPUTE ent-bin-start (ent-cnt) EQUAL
                 base-bytes + oix-bin-start
             MOVE oix-bin-count TO ent-bin-count (ent-cnt)
             COMPUTE ent-rpt-first (ent-cnt) EQUAL
                 base-lines + oix-rpt-first
             COMPUTE ent-rpt-last (ent-cnt) EQUAL
                 base-lines + oix-rpt-last
             MOVE ent-dest (ent-cnt) TO cur-dest
             PERFORM find-dest
             IF dst-found EQUAL 0
               IF dst-cnt LESS THAN 200
                 ADD 1 TO dst-cnt
                 MOVE cur-dest TO dst-name (dst-cnt)
                 MOVE 0 TO dst-reqs (dst-cnt) dst-bytes (dst-cnt)
                 MOVE 0 TO dst-lines (dst-cnt)
               ELSE
                 MOVE 1 TO dst-over
               END-IF
             END-IF
           ELSE
             MOVE 1 TO ent-over
           END-IF.

       find-dest.
           MOVE 0 TO dst-found
           MOVE 1 TO dst-ix
           PERFORM scan-dest UNTIL dst-ix GREATER THAN dst-cnt.

       scan-dest.
           IF dst-name (dst-ix) EQUAL cur-dest
             MOVE dst-ix TO dst-found
             MOVE dst-cnt TO dst-ix
           END-IF
           ADD 1 TO dst-ix.

       check-index-load.
           MOVE run-cnt TO cnt-disp
           MOVE ent-cnt TO cnt2-disp
           MOVE base-bytes TO cnt3-disp
           MOVE base-lines TO cnt4-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'INDEX RUNS=' cnt-disp ' REQUESTS=' cnt2-disp
               ' BINOUT BYTES=' cnt3-disp ' RPTOUT LINES=' cnt4-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF ent-over EQUAL 1
             MOVE 'INDEX-OVERFLOW - OVER 5000 REQUESTS, NOTHING BURST'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           END-IF
           IF dst-over EQUAL 1
             MOVE 'DESTINATION-OVERFLOW - OVER 200, NOTHING BURST'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           END-IF
           IF open-run EQUAL 1
             MOVE 'LAST RUN IN THE INDEX HAS NO TRAILER - INCOMPLETE'
                 TO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF
           IF bad-recs GREATER THAN 0
             MOVE bad-recs TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'UNRECOGNIZED INDEX RECORDS IGNORED=' cnt-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF.

       burst-one-dest.
           MOVE dst-name (dst-ix) TO cur-dest
           MOVE SPACES TO RPT-RECORD
           STRING 'DESTINATION=' cur-dest INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO bbin-dsname brpt-dsname
           STRING 'BURSTBIN(' FUNCTION TRIM(cur-dest) ')'
               INTO bbin-dsname
           STRING 'BURSTRPT(' FUNCTION TRIM(cur-dest) ')'
               INTO brpt-dsname
           OPEN OUTPUT BURST-BIN
           OPEN OUTPUT BURST-RPT
           IF bbin-status NOT EQUAL '00'
               OR brpt-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING '  BURST-OPEN-FAILED BIN STATUS=' bbin-status
                 ' RPT STATUS=' brpt-status
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           ELSE
             OPEN INPUT BIN-INPUT
             IF bin-status NOT EQUAL '00'
               MOVE SPACES TO RPT-RECORD
               STRING '  BININ-OPEN-FAILED STATUS=' bin-status
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO ret-code
             ELSE
               OPEN INPUT RPT-INPUT
               IF rin-status NOT EQUAL '00'
                 MOVE SPACES TO RPT-RECORD
                 STRING '  RPTIN-OPEN-FAILED STATUS=' rin-status
                     INTO RPT-RECORD
                 WRITE RPT-RECORD
                 MOVE 8 TO ret-code
               ELSE
                 MOVE 0 TO bin-pos rin-pos bin-eof rin-eof
                 MOVE 1 TO ent-ix
                 PERFORM burst-one-entry
                     UNTIL ent-ix GREATER THAN ent-cnt
                 CLOSE RPT-INPUT
               END-IF
               CLOSE BIN-INPUT
             END-IF
           END-IF
           CLOSE BURST-BIN BURST-RPT
           MOVE dst-reqs (dst-ix) TO cnt-disp
           MOVE dst-bytes (dst-ix) TO cnt2-disp
           MOVE dst-lines (dst-ix) TO cnt3-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  DESTINATION TOTAL  REQUESTS=' cnt-disp
               ' BYTES=' cnt2-disp ' LINES=' cnt3-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD dst-reqs (dst-ix) TO sum-reqs
           ADD dst-bytes (dst-ix) TO sum-bytes
           ADD dst-lines (dst-ix) TO sum-lines
           ADD 1 TO dst-ix.

       burst-one-entry.
           IF ent-dest (ent-ix) EQUAL cur-dest
             IF ent-bin-start (ent-ix) LESS THAN bin-pos
                 OR ent-rpt-first (ent-ix) LESS THAN OR EQUAL TO
                    rin-pos
               MOVE ent-reqnum (ent-ix) TO reqnum-disp
               MOVE SPACES TO RPT-RECORD
               STRING '  REQ=' reqnum-disp
                   ' INDEX-OUT-OF-ORDER - CHECK DD CONCATENATIONS'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO ret-code
             ELSE
               PERFORM skip-bin-byte
                   UNTIL bin-pos NOT LESS THAN ent-bin-start (ent-ix)
                   OR bin-eof EQUAL 1
               COMPUTE copy-end EQUAL
                   ent-bin-start (ent-ix) + ent-bin-count (ent-ix)
               PERFORM copy-bin-byte
                   UNTIL bin-pos NOT LESS THAN copy-end
                   OR bin-eof EQUAL 1
               PERFORM skip-rpt-line
                   UNTIL rin-pos + 1 NOT LESS THAN
                         ent-rpt-first (ent-ix)
                   OR rin-eof EQUAL 1
               PERFORM copy-rpt-line
                   UNTIL rin-pos NOT LESS THAN ent-rpt-last (ent-ix)
                   OR rin-eof EQUAL 1
               PERFORM write-entry-line
             END-IF
           END-IF
           ADD 1 TO ent-ix.

       skip-bin-byte.
           READ BIN-INPUT
             AT END
               MOVE 1 TO bin-eof
             NOT AT END
               ADD 1 TO bin-pos
           END-READ
           IF bin-status NOT EQUAL '00' AND '10'
             MOVE 1 TO bin-eof
           END-IF.

       copy-bin-byte.
           READ BIN-INPUT
             AT END
               MOVE 1 TO bin-eof
             NOT AT END
               ADD 1 TO bin-pos
               MOVE BIN-RECORD TO BBIN-RECORD
               WRITE BBIN-RECORD
           END-READ
           IF bin-status NOT EQUAL '00' AND '10'
             MOVE 1 TO bin-eof
           END-IF.

       skip-rpt-line.
           READ RPT-INPUT
             AT END
               MOVE 1 TO rin-eof
             NOT AT END
               ADD 1 TO rin-pos
           END-READ
           IF rin-status NOT EQUAL '00' AND '10'
             MOVE 1 TO rin-eof
           END-IF.

       copy-rpt-line.
           READ RPT-INPUT
             AT END
               MOVE 1 TO rin-eof
             NOT AT END
               ADD 1 TO rin-pos
               MOVE RIN-RECORD TO BRPT-RECORD
               WRITE BRPT-RECORD
           END-READ
           IF rin-status NOT EQUAL '00' AND '10'
             MOVE 1 TO rin-eof
           END-IF.

       write-entry-line.
           COMPUTE ent-lines EQUAL
               ent-rpt-last (ent-ix) - ent-rpt-first (ent-ix) + 1
           ADD 1 TO dst-reqs (dst-ix)
           ADD ent-bin-count (ent-ix) TO dst-bytes (dst-ix)
           ADD ent-lines TO dst-lines (dst-ix)
           MOVE ent-reqnum (ent-ix) TO reqnum-disp
           MOVE ent-bin-start (ent-ix) TO off-disp
           MOVE ent-bin-count (ent-ix) TO cnt-disp
           MOVE ent-rpt-first (ent-ix) TO line-disp
           MOVE ent-rpt-last (ent-ix) TO line2-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  REQ=' reqnum-disp ' P=' ent-part (ent-ix)
               ' ID=' ent-reqid (ent-ix)
               ' ST=' ent-status (ent-ix)
               ' BIN-OFF=' off-disp ' BYTES=' cnt-disp
               ' LINES=' line-disp ' -' line2-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF bin-eof EQUAL 1 OR rin-eof EQUAL 1
             MOVE SPACES TO RPT-RECORD
             STRING '  REQ=' reqnum-disp
                 ' BINOUT OR RPTOUT ENDED SHORT OF THE INDEX'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           END-IF.

       write-burst-totals.
           MOVE dst-cnt TO cnt-disp
           MOVE sum-reqs TO cnt2-disp
           MOVE sum-bytes TO cnt3-disp
           MOVE sum-lines TO cnt4-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'BURST TOTAL  DESTINATIONS=' cnt-disp
               ' REQUESTS=' cnt2-disp ' BYTES=' cnt3-disp
               ' LINES=' cnt4-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF exec-reqs NOT EQUAL ent-cnt AND open-run EQUAL 0
             MOVE exec-reqs TO cnt-disp
             MOVE ent-cnt TO cnt2-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'INDEX TRAILERS COUNT EXECUTED=' cnt-disp
                 ' BUT DETAIL RECORDS=' cnt2-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF
           COMPUTE unidx-bytes EQUAL base-bytes - sum-bytes
           IF unidx-bytes NOT EQUAL 0 AND open-run EQUAL 0
             MOVE unidx-bytes TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'BINOUT BYTES NOT COVERED BY THE INDEX='
                 cnt-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF.

       END PROGRAM bfburst.
