               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OBJ-OUTPUT ASSIGN TO obj-dsname
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS obj-status.
           SELECT REQ-MASTER ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rqm-key
               FILE STATUS IS rqm-fstat.
           SELECT RERUN-OUTPUT ASSIGN TO RERUNSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rerun-status.
       DATA DIVISION.
       FILE SECTION.
       FD  NEW-INPUT.
       01 DIRO-RECORD                PIC X(132).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       FD  OBJ-OUTPUT.
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
       FD  RERUN-OUTPUT.
       01 RERUN-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 run-parm      PIC X(16) VALUE SPACES.
       01 run-parm-r    REDEFINES run-parm.
         02 op-entry OCCURS 65536 TIMES.
           03 op-code      PIC X(01).
           03 op-count     BINARY-LONG.
           03 op-jump      BINARY-LONG.
       01 op-total      BINARY-LONG VALUE 0.
       01 op-over       PIC 9 VALUE 0.
       01 JUMP-STACK.
       01 lint-lbr      BINARY-LONG VALUE 0.
       01 lint-rbr      BINARY-LONG VALUE 0.
       01 nest-max      BINARY-LONG VALUE 0.
       01 lint-clr      BINARY-LONG VALUE 0.
       01 dead-loops    BINARY-LONG VALUE 0.
       01 jmp-ix        BINARY-LONG.
       01 obj-dsname    PIC X(44).
       01 obj-status    PIC XX.
       01 obj-ix        BINARY-LONG.
       01 mbr-cksum     BINARY-LONG VALUE 0.
       01 ck-ix         BINARY-LONG.
       01 CARD-TABLE.
       01 dir-ix        BINARY-LONG.
       01 dir-over      PIC 9 VALUE 0.
       01 mbr-dir-lines BINARY-LONG VALUE 0.
       01 rqm-fstat     PIC XX.
       01 rerun-status  PIC XX.
       01 rqm-eof-sw    PIC X VALUE 'N'.
           88 rqm-is-eof            VALUE 'Y'.
       01 old-cksum     BINARY-LONG VALUE 0.
       01 old-known     PIC 9 VALUE 0.
       01 impact-read   BINARY-LONG VALUE 0.
       01 impact-cnt    BINARY-LONG VALUE 0.
       01 seq-disp      PIC ZZZZ9.
       01 ops-disp      PIC ZZZZZZZ9.
       01 depth-disp    PIC ZZZZ9.
       01 cksum-disp    PIC ZZZZZZZZ9.
               PERFORM load-directory
               PERFORM write-directory
               PERFORM write-listing
               IF dir-over EQUAL 1
                 MOVE SPACES TO RPT-RECORD
                 MOVE 'DIRECTORY TRUNCATED AT 2000 LINES'
                     TO RPT-RECORD
           WRITE RPT-RECORD.

       maintain-member.
           IF mnt-member EQUAL SPACES
             MOVE SPACES TO RPT-RECORD
             MOVE 'BAD-FUNCTION MEMBER NAME MISSING' TO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 8
               PERFORM load-directory
               PERFORM count-member-dir-lines
               IF parm-func EQUAL 'REPLACE'
                 PERFORM find-old-checksum
               END-IF
               IF dir-over EQUAL 1
                   OR dir-cnt - mbr-dir-lines GREATER THAN 1998
                 PERFORM reject-directory-full
               END-IF
             END-IF
             IF ret-code LESS THAN 8
               IF member-found EQUAL 1
                 PERFORM backup-member
               END-IF
               PERFORM install-member
               PERFORM write-program-object
               PERFORM apply-dir-update
               PERFORM write-directory
               PERFORM write-listing
               STRING 'INSTALLED MEMBER=' mnt-member
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               IF parm-func EQUAL 'REPLACE'
                 PERFORM write-replace-impact
               END-IF
             END-IF
           END-IF.

       screen-function.
           IF parm-func EQUAL 'ADD'
               AND member-found EQUAL 1
             MOVE SPACES TO RPT-RECORD
             STRING 'ADD-REJECTED MEMBER-EXISTS MEMBER=' mnt-member
                 ' - USE REPLACE'
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           END-IF
           IF parm-func EQUAL 'REPLACE'
               AND member-found EQUAL 0
             MOVE SPACES TO RPT-RECORD
             STRING 'REPLACE-REJECTED MEMBER-NOT-FOUND MEMBER='
                 mnt-member ' - USE ADD'
               INTO lib-dsname
           MOVE 0 TO member-found
           OPEN INPUT LIB-INPUT
           IF lib-status EQUAL '00'
             MOVE 1 TO member-found
             CLOSE LIB-INPUT
           END-IF.
             MOVE 'N' TO new-eof-sw
             MOVE 0 TO card-cnt card-over
             PERFORM read-new-record UNTIL new-is-eof
                 OR op-over EQUAL 1 OR card-over EQUAL 1
             CLOSE NEW-INPUT
             IF op-over EQUAL 1
               PERFORM reject-optable-overflow
             ELSE
             IF card-over EQUAL 1
               PERFORM reject-member-too-large
             ELSE
               PERFORM fold-clear-loops
               MOVE 0 TO jmp-top
               MOVE 0 TO lint-gt lint-lt lint-plus lint-minus
               MOVE 0 TO lint-dot lint-comma lint-lbr lint-rbr
               MOVE 0 TO nest-max lint-clr dead-loops
               MOVE 1 TO scan-ix
               PERFORM scan-tape-symbol
                   UNTIL scan-ix GREATER THAN op-total
                   OR jmp-over EQUAL 1 OR jmp-under EQUAL 1
               EVALUATE TRUE
                 WHEN jmp-under EQUAL 1
                   PERFORM reject-unmatched-bracket
                 WHEN jmp-over EQUAL 1
                   PERFORM reject-nesting-too-deep
                 WHEN jmp-top GREATER THAN 0
                   PERFORM reject-unclosed-bracket
                 MOVE 1 TO col-ix
                 PERFORM store-new-char
                     UNTIL col-ix GREATER THAN 132
                     OR op-over EQUAL 1
               ELSE
                 MOVE 1 TO card-over
               END-IF
           ADD 1 TO ck-ix.

       store-new-char.
           IF NEW-RECORD (col-ix:1) EQUAL '+' OR '-' OR '<' OR '>'
               OR '.' OR ',' OR '[' OR ']'
             IF op-total GREATER THAN 0
                 AND NEW-RECORD (col-ix:1) EQUAL op-code (op-total)
                 AND (NEW-RECORD (col-ix:1) EQUAL '+' OR '-'
                     OR '<' OR '>')
               ADD 1 TO op-count (op-total)
             ELSE

       fold-one-entry.
           IF fold-ix + 2 LESS THAN OR EQUAL TO op-total
               AND op-code (fold-ix) EQUAL '['
               AND op-code (fold-ix + 1) EQUAL '-'
               AND op-count (fold-ix + 1) EQUAL 1
               AND op-code (fold-ix + 2) EQUAL ']'
             ADD 1 TO fold-out
             MOVE '0' TO op-code (fold-out)
             MOVE 1 TO op-count (fold-out)
             MOVE 0 TO op-jump (fold-out)
             ADD 3 TO fold-ix
           ELSE
             ADD 1 TO fold-out
             MOVE op-code (fold-ix) TO op-code (fold-out)
             MOVE op-count (fold-ix) TO op-count (fold-out)
             MOVE 0 TO op-jump (fold-out)
             ADD 1 TO fold-ix
           END-IF.

             WHEN ','
               ADD 1 TO lint-comma
             WHEN '0'
               ADD 1 TO lint-clr
               ADD 1 TO lint-minus
               ADD 1 TO lint-lbr
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
               ADD 1 TO jmp-top
               IF jmp-top GREATER THAN 8192
                 MOVE 1 TO jmp-over
                 MOVE 1 TO jmp-under
                 MOVE scan-ix TO bad-entry
               ELSE
                 MOVE jmp-entry (jmp-top) TO jmp-ix
                 SUBTRACT 1 FROM jmp-top
                 MOVE jmp-ix TO op-jump (scan-ix)
                 MOVE scan-ix TO op-jump (jmp-ix)
               END-IF
             WHEN OTHER
               CONTINUE
           WRITE LIBO-RECORD
           ADD 1 TO card-ix.

       write-program-object.
           MOVE SPACES TO obj-dsname
           STRING 'PGMOBJ(' FUNCTION TRIM(mnt-member) ')'
               INTO obj-dsname
           OPEN OUTPUT OBJ-OUTPUT
           IF obj-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'PGMOBJ-OPEN-FAILED STATUS=' obj-status
                 ' - DECODE WILL LOAD MEMBER=' mnt-member
                 ' FROM SOURCE'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 2
               MOVE 2 TO ret-code
             END-IF
           ELSE
             MOVE SPACES TO OBJ-HEADER
             MOVE 'H' TO obh-type
             MOVE mnt-member TO obh-member
             MOVE mbr-cksum TO obh-cksum
             MOVE op-total TO obh-ops
             MOVE nest-max TO obh-nest
             MOVE dead-loops TO obh-dead
             MOVE lint-gt TO obh-gt
             MOVE lint-lt TO obh-lt
             MOVE lint-plus TO obh-plus
             MOVE lint-minus TO obh-minus
             MOVE lint-dot TO obh-dot
             MOVE lint-comma TO obh-comma
             MOVE lint-lbr TO obh-lbr
             MOVE lint-rbr TO obh-rbr
             MOVE lint-clr TO obh-clr
             MOVE run-date TO obh-date
             WRITE OBJ-HEADER
             MOVE SPACES TO OBJ-ENTRIES
             MOVE 'E' TO obe-type
             MOVE 0 TO obj-ix
             MOVE 1 TO scan-ix
             PERFORM write-object-entry
                 UNTIL scan-ix GREATER THAN op-total
             IF obj-ix GREATER THAN 0
               MOVE obj-ix TO obe-cnt
               WRITE OBJ-ENTRIES
             END-IF
             CLOSE OBJ-OUTPUT
             MOVE op-total TO ops-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'PROGRAM OBJECT WRITTEN TO PGMOBJ MEMBER='
                 mnt-member ' ENTRIES=' ops-disp
                 INTO RPT-RECORD
             WRITE RPT-RECORD
           END-IF.

       write-object-entry.
           ADD 1 TO obj-ix
           MOVE op-code (scan-ix) TO obe-code (obj-ix)
           MOVE op-count (scan-ix) TO obe-count (obj-ix)
           MOVE op-jump (scan-ix) TO obe-jump (obj-ix)
           IF obj-ix EQUAL 100
             MOVE obj-ix TO obe-cnt
             WRITE OBJ-ENTRIES
             MOVE SPACES TO OBJ-ENTRIES
             MOVE 'E' TO obe-type
             MOVE 0 TO obj-ix
           END-IF
           ADD 1 TO scan-ix.

       load-directory.
           MOVE 0 TO dir-cnt
           OPEN INPUT DIR-INPUT
           IF dir-status EQUAL '00'
             MOVE 'N' TO dir-eof-sw
             PERFORM read-dir-record UNTIL dir-is-eof
             CLOSE DIR-INPUT
               UNTIL dir-ix GREATER THAN dir-cnt.

       count-member-dir-line.
           IF dir-line (dir-ix) (1:8) EQUAL mnt-member
             ADD 1 TO mbr-dir-lines
           END-IF
           ADD 1 TO dir-ix.
           PERFORM append-member-lines.

       drop-member-line.
           IF NOT dir-line (fold-ix) (1:8) EQUAL mnt-member
             ADD 1 TO dir-ix
             MOVE dir-line (fold-ix) TO dir-line (dir-ix)
           END-IF
           WRITE DIRO-RECORD
           ADD 1 TO dir-ix.

       find-old-checksum.
           MOVE 0 TO old-known old-cksum
           MOVE 1 TO dir-ix
           PERFORM find-old-cksum-line
               UNTIL dir-ix GREATER THAN dir-cnt.

       find-old-cksum-line.
           IF dir-line (dir-ix) (1:8) EQUAL mnt-member
               AND dir-line (dir-ix) (18:5) EQUAL ' OPS='
               AND dir-line (dir-ix) (50:9) IS NUMERIC
             MOVE dir-line (dir-ix) (50:9) TO cksum-fix
             MOVE cksum-fix TO old-cksum
             MOVE 1 TO old-known
             MOVE dir-cnt TO dir-ix
           END-IF
           ADD 1 TO dir-ix.

       write-replace-impact.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           IF old-known EQUAL 1
             MOVE old-cksum TO cksum-disp
             STRING 'REPLACE IMPACT MEMBER=' mnt-member
                 ' REPLACED CKSUM=' cksum-disp
                 INTO RPT-RECORD
           ELSE
             STRING 'REPLACE IMPACT MEMBER=' mnt-member
                 ' REPLACED VERSION NOT IN DIRECTORY'
                 ' - EVERY REQUEST LAST RUN ON THE MEMBER IS LISTED'
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           IF old-known EQUAL 1
               AND old-cksum EQUAL mbr-cksum
             MOVE SPACES TO RPT-RECORD
             MOVE '  NEW VERSION HAS THE SAME CHECKSUM - REVIEW LIST'
                 TO RPT-RECORD
             WRITE RPT-RECORD
           END-IF
           MOVE 0 TO impact-read impact-cnt
           OPEN OUTPUT RERUN-OUTPUT
           IF rerun-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING '  RERUNSEL-OPEN-FAILED STATUS=' rerun-status
                 ' - NO RERUN DECK WRITTEN'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             PERFORM set-impact-warning
           END-IF
           OPEN INPUT REQ-MASTER
           IF rqm-fstat NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING '  REQMAST-OPEN-FAILED STATUS=' rqm-fstat
                 ' - IMPACT NOT KNOWN'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             PERFORM set-impact-warning
           ELSE
             MOVE 'N' TO rqm-eof-sw
             PERFORM check-impact-entry UNTIL rqm-is-eof
             CLOSE REQ-MASTER
           END-IF
           IF rerun-status EQUAL '00'
             CLOSE RERUN-OUTPUT
           END-IF
           MOVE impact-read TO cnt-disp
           MOVE impact-cnt TO entry-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  REQUESTS READ=' cnt-disp
               ' TO RERUN=' entry-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       check-impact-entry.
           READ REQ-MASTER NEXT
             AT END
               MOVE 'Y' TO rqm-eof-sw
             NOT AT END
               ADD 1 TO impact-read
               IF rqm-member EQUAL mnt-member
                 IF rqm-mcksum IS NOT NUMERIC
                   MOVE 0 TO rqm-mcksum
                 END-IF
                 IF old-known EQUAL 0
                     OR rqm-mcksum EQUAL old-cksum
                   PERFORM write-impact-entry
                 END-IF
               END-IF
           END-READ
           IF rqm-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO rqm-eof-sw
           END-IF.

       write-impact-entry.
           ADD 1 TO impact-cnt
           MOVE rqm-seq TO seq-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  RERUN ID=' rqm-key
               ' ST=' rqm-status
               ' SEQ=' seq-disp
               ' DATE=' rqm-date
               ' TIME=' rqm-time
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF rerun-status EQUAL '00'
             MOVE SPACES TO RERUN-RECORD
             STRING '$$SELID=' FUNCTION TRIM(rqm-key)
                 INTO RERUN-RECORD
             WRITE RERUN-RECORD
           END-IF.

       set-impact-warning.
           IF ret-code LESS THAN 2
             MOVE 2 TO ret-code
           END-IF.

       write-listing.
           MOVE SPACES TO RPT-RECORD
           MOVE 'PGMLIB DIRECTORY LISTING' TO RPT-RECORD
           WRITE RPT-RECORD
           IF dir-cnt EQUAL 0
             MOVE SPACES TO RPT-RECORD
             MOVE '  DIRECTORY EMPTY' TO RPT-RECORD
             WRITE RPT-RECORD
