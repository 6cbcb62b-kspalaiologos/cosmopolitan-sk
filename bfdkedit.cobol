       PROGRAM-ID. bfdkedit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-INPUT ASSIGN TO CARDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-status.
           SELECT DIR-INPUT ASSIGN TO PGMDIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dir-status.
           SELECT DATA-INPUT ASSIGN TO data-dsname
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-status.
           SELECT EXP-INPUT ASSIGN TO exp-dsname
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS exp-status.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-INPUT.
       01 CARD-RECORD                PIC X(132).
       FD  DIR-INPUT.
       01 DIR-RECORD                 PIC X(132).
       FD  DATA-INPUT.
       01 DATA-RECORD                PIC X(132).
       FD  EXP-INPUT.
       01 EXP-RECORD                 PIC X(01).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 card-status   PIC XX.
       01 dir-status    PIC XX.
       01 data-status   PIC XX.
       01 exp-status    PIC XX.
       01 data-dsname   PIC X(44).
       01 exp-dsname    PIC X(44).
       01 card-eof-sw   PIC X VALUE 'N'.
           88 card-is-eof           VALUE 'Y'.
       01 dir-eof-sw    PIC X VALUE 'N'.
           88 dir-is-eof            VALUE 'Y'.
       01 sentinel-card PIC X(02) VALUE '/*'.
       01 control-mark  PIC X(02) VALUE '$$'.
       01 ctl-key       PIC X(08).
       01 ctl-val       PIC X(130).
       01 ctl-name      PIC X(08).
       01 num-item      PIC X(10).
       01 num-len       BINARY-LONG.
       01 num-ok        PIC 9.
       01 num-val       BINARY-LONG.
       01 sel-ptr       BINARY-LONG.
       01 sel-item      PIC X(08).
       01 card-num      BINARY-LONG VALUE 0.
       01 cards-read    BINARY-LONG VALUE 0.
       01 req-total     BINARY-LONG VALUE 0.
       01 req-pend      PIC 9 VALUE 0.
       01 ctl-pend      PIC 9 VALUE 0.
       01 ctl-pend-card BINARY-LONG VALUE 0.
       01 deck-cksum    BINARY-LONG VALUE 0.
       01 exp-reqs      BINARY-LONG VALUE 0.
       01 have-exp-reqs PIC 9 VALUE 0.
       01 exp-cksum     BINARY-LONG VALUE 0.
       01 have-exp-cksum PIC 9 VALUE 0.
       01 ck-ix         BINARY-LONG.
       01 DIR-TABLE.
         02 dir-name OCCURS 2000 TIMES PIC X(08).
       01 dir-cnt       BINARY-LONG VALUE 0.
       01 dir-ix        BINARY-LONG.
       01 dir-found     PIC 9.
       01 dir-open-ok   PIC 9 VALUE 0.
       01 REQID-TABLE.
         02 rid-entry OCCURS 5000 TIMES.
           03 rid-key       PIC X(08).
           03 rid-card      BINARY-LONG.
       01 rid-cnt       BINARY-LONG VALUE 0.
       01 rid-ix        BINARY-LONG.
       01 rid-found     BINARY-LONG.
       01 AFT-TABLE.
         02 aft-entry OCCURS 5000 TIMES.
           03 aft-name      PIC X(08).
           03 aft-card      BINARY-LONG.
       01 aft-cnt       BINARY-LONG VALUE 0.
       01 aft-ix        BINARY-LONG.
       01 cur-reqid     PIC X(08) VALUE SPACES.
       01 cur-after     PIC X(08) VALUE SPACES.
       01 cur-after-card BINARY-LONG VALUE 0.
       01 cur-input-card BINARY-LONG VALUE 0.
       01 cur-due-card  BINARY-LONG VALUE 0.
       01 due-item      PIC X(06).
       01 due-item-r    REDEFINES due-item.
           02 due-hh        PIC X(02).
           02 due-mm        PIC X(02).
           02 due-sign      PIC X(01).
           02 due-days      PIC X(01).
       01 hold-card     BINARY-LONG.
       01 exc-total     BINARY-LONG VALUE 0.
       01 warn-total    BINARY-LONG VALUE 0.
       01 exc-text      PIC X(110).
       01 card-disp     PIC ZZZZZZ9.
       01 card2-disp    PIC ZZZZZZ9.
       01 cnt-disp      PIC ZZZZZZZ9.
       01 req-disp      PIC ZZZZ9.
       01 exp-reqs-disp PIC ZZZZ9.
       01 cksum-disp    PIC ZZZZZZZZ9.
       01 exp-cksum-disp PIC ZZZZZZZZ9.
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           PERFORM load-directory
           OPEN INPUT CARD-INPUT
           IF card-status NOT EQUAL '00'
             MOVE 0 TO card-num
             MOVE SPACES TO exc-text
             STRING 'CARDIN-OPEN-FAILED STATUS=' card-status
                 INTO exc-text
             PERFORM write-exception
           ELSE
             PERFORM edit-one-card UNTIL card-is-eof
             CLOSE CARD-INPUT
             PERFORM edit-deck-totals
           END-IF
           PERFORM write-edit-summary
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN OUTPUT RPT-OUTPUT
           MOVE SPACES TO RPT-RECORD
           STRING 'CARDIN DECK EDIT  DATE=' run-date
               ' TIME=' run-time
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       load-directory.
           OPEN INPUT DIR-INPUT
           IF dir-status EQUAL '00'
             MOVE 1 TO dir-open-ok
             MOVE 'N' TO dir-eof-sw
             PERFORM read-dir-record UNTIL dir-is-eof
             CLOSE DIR-INPUT
           ELSE
             MOVE 0 TO card-num
             MOVE SPACES TO exc-text
             STRING 'PGMDIR-OPEN-FAILED STATUS=' dir-status
                 ' - NO $$MEMBER CARD CAN BE CHECKED'
                 INTO exc-text
             PERFORM write-exception
           END-IF.

       read-dir-record.
           READ DIR-INPUT INTO DIR-RECORD
             AT END
               MOVE 'Y' TO dir-eof-sw
             NOT AT END
               MOVE DIR-RECORD (1:8) TO ctl-name
               PERFORM find-dir-name
               IF dir-found EQUAL 0
                   AND dir-cnt LESS THAN 2000
                 ADD 1 TO dir-cnt
                 MOVE ctl-name TO dir-name (dir-cnt)
               END-IF
           END-READ
           IF dir-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO dir-eof-sw
           END-IF.

       find-dir-name.
           MOVE 0 TO dir-found
           MOVE 1 TO dir-ix
           PERFORM scan-dir-name
               UNTIL dir-ix GREATER THAN dir-cnt.

       scan-dir-name.
           IF dir-name (dir-ix) EQUAL ctl-name
             MOVE 1 TO dir-found
             MOVE dir-cnt TO dir-ix
           END-IF
           ADD 1 TO dir-ix.

       edit-one-card.
           READ CARD-INPUT INTO CARD-RECORD
             AT END
               MOVE 'Y' TO card-eof-sw
               IF req-pend EQUAL 1
                 ADD 1 TO req-total
                 MOVE 0 TO ctl-pend
                 PERFORM edit-request-chain
               END-IF
             NOT AT END
               ADD 1 TO card-num
               EVALUATE TRUE
                 WHEN CARD-RECORD (1:2) EQUAL sentinel-card
                   PERFORM sum-card-checksum
                   ADD 1 TO req-total
                   MOVE 0 TO req-pend
                   MOVE 0 TO ctl-pend
                   PERFORM edit-request-chain
                 WHEN CARD-RECORD (1:2) EQUAL control-mark
                   PERFORM edit-control-card
                   IF ctl-key NOT EQUAL 'CKSUM'
                       AND 'SELECT' AND 'SELID'
                     PERFORM sum-card-checksum
                   END-IF
                 WHEN OTHER
                   PERFORM sum-card-checksum
                   MOVE 1 TO req-pend
               END-EVALUATE
           END-READ
           IF card-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO card-eof-sw
           END-IF.

       sum-card-checksum.
           MOVE 1 TO ck-ix
           PERFORM sum-card-char UNTIL ck-ix GREATER THAN 132
           IF deck-cksum GREATER THAN 999999999
             SUBTRACT 1000000000 FROM deck-cksum
           END-IF.

       sum-card-char.
           IF CARD-RECORD (ck-ix:1) NOT EQUAL SPACE
             ADD FUNCTION ORD(CARD-RECORD (ck-ix:1)) TO deck-cksum
             SUBTRACT 1 FROM deck-cksum
           END-IF
           ADD 1 TO ck-ix.

       edit-control-card.
           MOVE SPACES TO ctl-key ctl-val
           UNSTRING CARD-RECORD (3:) DELIMITED BY '='
               INTO ctl-key ctl-val
           MOVE ctl-val (1:8) TO ctl-name
           EVALUATE ctl-key
             WHEN 'MEMBER'
               PERFORM note-request-control
               IF ctl-name EQUAL SPACES
                 MOVE 'MEMBER-NAME-MISSING' TO exc-text
                 PERFORM write-exception
               ELSE
                 PERFORM find-dir-name
                 IF dir-found EQUAL 0
                   MOVE SPACES TO exc-text
                   STRING 'MEMBER-NOT-IN-PGMDIR MEMBER=' ctl-name
                       INTO exc-text
                   PERFORM write-exception
                 END-IF
               END-IF
             WHEN 'INPUT'
               PERFORM note-request-control
               PERFORM check-data-member
               MOVE card-num TO cur-input-card
             WHEN 'EXPECT'
               PERFORM note-request-control
               PERFORM check-expect-member
             WHEN 'REQID'
               PERFORM note-request-control
               PERFORM check-request-id
               MOVE ctl-name TO cur-reqid
             WHEN 'CLASS'
               PERFORM note-request-control
               IF NOT (ctl-val (1:1) EQUAL 'H' OR 'N' OR 'L')
                   OR NOT ctl-val (2:) EQUAL SPACES
                 MOVE SPACES TO exc-text
                 STRING 'INVALID-CLASS VALUE=' ctl-val (1:8)
                     ' - MUST BE H, N OR L'
                     INTO exc-text
                 PERFORM write-exception
               END-IF
             WHEN 'BUDGET'
               PERFORM note-request-control
               PERFORM check-number-value
               IF num-ok EQUAL 0 OR num-len GREATER THAN 8
                   OR num-val EQUAL 0
                 MOVE SPACES TO exc-text
                 STRING 'INVALID-BUDGET VALUE=' ctl-val (1:10)
                     ' - MUST BE 1 TO 8 DIGITS, NONZERO'
                     INTO exc-text
                 PERFORM write-exception
               END-IF
             WHEN 'ROUTE'
               PERFORM note-request-control
               IF ctl-name EQUAL SPACES
                   OR NOT ctl-val (9:) EQUAL SPACES
                 MOVE SPACES TO exc-text
                 STRING 'INVALID-ROUTE VALUE=' ctl-val (1:12)
                     ' - MUST BE 1 TO 8 CHARACTERS'
                     INTO exc-text
                 PERFORM write-exception
               END-IF
             WHEN 'AFTER'
               PERFORM note-request-control
               PERFORM check-after-value
             WHEN 'OWNER'
               PERFORM note-request-control
               IF ctl-name EQUAL SPACES
                   OR NOT ctl-val (9:) EQUAL SPACES
                 MOVE SPACES TO exc-text
                 STRING 'INVALID-OWNER VALUE=' ctl-val (1:12)
                     ' - MUST BE 1 TO 8 CHARACTERS'
                     INTO exc-text
                 PERFORM write-exception
               END-IF
             WHEN 'DUE'
               PERFORM note-request-control
               PERFORM check-due-value
               MOVE card-num TO cur-due-card
             WHEN 'TOTAL'
               PERFORM check-number-value
               IF num-ok EQUAL 0 OR num-len GREATER THAN 5
                 MOVE SPACES TO exc-text
                 STRING 'INVALID-TOTAL VALUE=' ctl-val (1:10)
                     INTO exc-text
                 PERFORM write-exception
               ELSE
                 MOVE num-val TO exp-reqs
                 MOVE 1 TO have-exp-reqs
               END-IF
             WHEN 'CKSUM'
               PERFORM check-number-value
               IF num-ok EQUAL 0 OR num-len GREATER THAN 9
                 MOVE SPACES TO exc-text
                 STRING 'INVALID-CKSUM VALUE=' ctl-val (1:10)
                     INTO exc-text
                 PERFORM write-exception
               ELSE
                 MOVE num-val TO exp-cksum
                 MOVE 1 TO have-exp-cksum
               END-IF
             WHEN 'SELECT'
               MOVE 1 TO sel-ptr
               PERFORM check-select-item
                   UNTIL sel-ptr GREATER THAN 130
             WHEN 'SELID'
               CONTINUE
             WHEN OTHER
               MOVE SPACES TO exc-text
               STRING 'UNKNOWN-CONTROL-KEY KEY=' ctl-key
                   INTO exc-text
               PERFORM write-exception
           END-EVALUATE.

       note-request-control.
           IF ctl-pend EQUAL 0
             MOVE 1 TO ctl-pend
             MOVE card-num TO ctl-pend-card
           END-IF.

       check-number-value.
           MOVE SPACES TO num-item
           MOVE 0 TO num-len num-val num-ok
           UNSTRING ctl-val DELIMITED BY SPACE
               INTO num-item COUNT IN num-len
           IF num-len GREATER THAN 0 AND num-len LESS THAN 10
             IF num-item (1:num-len) IS NUMERIC
               MOVE 1 TO num-ok
               COMPUTE num-val EQUAL
                   FUNCTION NUMVAL(num-item (1:num-len))
             END-IF
           END-IF.

       check-due-value.
           MOVE ctl-val (1:6) TO due-item
           IF due-hh IS NUMERIC AND due-mm IS NUMERIC
               AND due-hh LESS THAN '24' AND due-mm LESS THAN '60'
               AND ((due-sign EQUAL SPACE AND due-days EQUAL SPACE)
                 OR (due-sign EQUAL '+' AND due-days IS NUMERIC))
               AND ctl-val (7:) EQUAL SPACES
             CONTINUE
           ELSE
             MOVE SPACES TO exc-text
             STRING 'INVALID-DUE VALUE=' ctl-val (1:10)
                 ' - MUST BE HHMM OR HHMM+D (D = DAYS AHEAD, 0-9)'
                 INTO exc-text
             PERFORM write-exception
           END-IF.

       check-select-item.
           MOVE SPACES TO sel-item
           UNSTRING ctl-val DELIMITED BY ',' OR ' '
               INTO sel-item WITH POINTER sel-ptr
           IF sel-item EQUAL SPACES
             IF sel-ptr LESS THAN OR EQUAL TO 130
               IF ctl-val (sel-ptr:) EQUAL SPACES
                 MOVE 131 TO sel-ptr
               END-IF
             END-IF
           ELSE
             IF FUNCTION TRIM(sel-item) IS NOT NUMERIC
               MOVE SPACES TO exc-text
               STRING 'INVALID-SELECT-ITEM VALUE=' sel-item
                   INTO exc-text
               PERFORM write-exception
             END-IF
           END-IF.

       check-data-member.
           IF ctl-name EQUAL SPACES
             MOVE 'INPUT-NAME-MISSING' TO exc-text
             PERFORM write-exception
           ELSE
             MOVE SPACES TO data-dsname
             STRING 'DATALIB(' FUNCTION TRIM(ctl-name) ')'
                 INTO data-dsname
             OPEN INPUT DATA-INPUT
             IF data-status EQUAL '00'
               CLOSE DATA-INPUT
             ELSE
               MOVE SPACES TO exc-text
               STRING 'INPUT-NOT-IN-DATALIB MEMBER=' ctl-name
                   ' STATUS=' data-status
                   INTO exc-text
               PERFORM write-exception
             END-IF
           END-IF.

       check-expect-member.
           IF ctl-name EQUAL SPACES
             MOVE 'EXPECT-NAME-MISSING' TO exc-text
             PERFORM write-exception
           ELSE
             MOVE SPACES TO exp-dsname
             STRING 'EXPLIB(' FUNCTION TRIM(ctl-name) ')'
                 INTO exp-dsname
             OPEN INPUT EXP-INPUT
             IF exp-status EQUAL '00'
               CLOSE EXP-INPUT
             ELSE
               MOVE SPACES TO exc-text
               STRING 'EXPECT-NOT-IN-EXPLIB MEMBER=' ctl-name
                   ' STATUS=' exp-status
                   INTO exc-text
               PERFORM write-exception
             END-IF
           END-IF.

       check-after-value.
           IF ctl-name EQUAL SPACES
               OR NOT ctl-val (9:) EQUAL SPACES
             MOVE SPACES TO exc-text
             STRING 'INVALID-AFTER VALUE=' ctl-val (1:12)
                 ' - MUST BE A 1 TO 8 CHARACTER REQID'
                 INTO exc-text
             PERFORM write-exception
           ELSE
             MOVE ctl-name TO cur-after
             MOVE card-num TO cur-after-card
             IF aft-cnt LESS THAN 5000
               ADD 1 TO aft-cnt
               MOVE ctl-name TO aft-name (aft-cnt)
               MOVE card-num TO aft-card (aft-cnt)
             END-IF
           END-IF.

       edit-request-chain.
           IF NOT cur-after EQUAL SPACES
             MOVE card-num TO hold-card
             MOVE cur-after-card TO card-num
             IF cur-after EQUAL cur-reqid
               MOVE SPACES TO exc-text
               STRING 'AFTER-NAMES-OWN-REQID ID=' cur-reqid
                   INTO exc-text
               PERFORM write-exception
             END-IF
             IF cur-input-card GREATER THAN 0
               MOVE cur-input-card TO card2-disp
               MOVE SPACES TO exc-text
               STRING 'AFTER-WITH-INPUT - $$INPUT ON CARD='
                   card2-disp ' IN THE SAME REQUEST'
                   INTO exc-text
               PERFORM write-exception
             END-IF
             MOVE hold-card TO card-num
           END-IF
           IF cur-due-card GREATER THAN 0 AND cur-reqid EQUAL SPACES
             MOVE card-num TO hold-card
             MOVE cur-due-card TO card-num
             MOVE 'DUE-WITHOUT-REQID - THE DUE TIME IS NOT TRACKED'
                 TO exc-text
             PERFORM write-warning
             MOVE hold-card TO card-num
           END-IF
           MOVE SPACES TO cur-reqid
           MOVE SPACES TO cur-after
           MOVE 0 TO cur-after-card
           MOVE 0 TO cur-input-card
           MOVE 0 TO cur-due-card.

       check-after-found.
           MOVE aft-name (aft-ix) TO ctl-name
           MOVE 0 TO rid-found
           MOVE 1 TO rid-ix
           PERFORM scan-reqid-slot
               UNTIL rid-ix GREATER THAN rid-cnt
           IF rid-found EQUAL 0
             MOVE aft-card (aft-ix) TO card-num
             MOVE SPACES TO exc-text
             STRING 'AFTER-NOT-IN-DECK AFTER=' ctl-name
                 ' - PREDECESSOR STATUS TAKEN FROM REQMAST'
                 INTO exc-text
             PERFORM write-warning
           END-IF
           ADD 1 TO aft-ix.

       check-request-id.
           IF ctl-name EQUAL SPACES
             MOVE 'REQID-MISSING' TO exc-text
             PERFORM write-exception
           ELSE
             MOVE 0 TO rid-found
             MOVE 1 TO rid-ix
             PERFORM scan-reqid-slot
                 UNTIL rid-ix GREATER THAN rid-cnt
             IF rid-found GREATER THAN 0
               MOVE rid-card (rid-found) TO card2-disp
               MOVE SPACES TO exc-text
               STRING 'DUPLICATE-REQID ID=' ctl-name
                   ' FIRST ON CARD=' card2-disp
                   INTO exc-text
               PERFORM write-exception
             ELSE
               IF rid-cnt LESS THAN 5000
                 ADD 1 TO rid-cnt
                 MOVE ctl-name TO rid-key (rid-cnt)
                 MOVE card-num TO rid-card (rid-cnt)
               END-IF
             END-IF
           END-IF.

       scan-reqid-slot.
           IF rid-key (rid-ix) EQUAL ctl-name
             MOVE rid-ix TO rid-found
             MOVE rid-cnt TO rid-ix
           END-IF
           ADD 1 TO rid-ix.

       edit-deck-totals.
           MOVE card-num TO cards-read
           IF ctl-pend EQUAL 1
             MOVE ctl-pend-card TO card-num
             MOVE 'CONTROL-CARDS-AFTER-LAST-REQUEST - NO /* FOLLOWS'
                 TO exc-text
             PERFORM write-exception
           END-IF
           MOVE 1 TO aft-ix
           PERFORM check-after-found
               UNTIL aft-ix GREATER THAN aft-cnt
           IF req-total GREATER THAN 5000
             MOVE req-total TO req-disp
             MOVE 0 TO card-num
             MOVE SPACES TO exc-text
             STRING 'REQUEST-INDEX-OVERFLOW TOTAL=' req-disp
                 ' - LIMIT IS 5000, SPLIT THE DECK'
                 INTO exc-text
             PERFORM write-exception
           END-IF
           IF have-exp-reqs EQUAL 1
               AND NOT req-total EQUAL exp-reqs
             MOVE exp-reqs TO exp-reqs-disp
             MOVE req-total TO req-disp
             MOVE 0 TO card-num
             MOVE SPACES TO exc-text
             STRING 'CONTROL-TOTAL EXP=' exp-reqs-disp
                 ' GOT=' req-disp
                 INTO exc-text
             PERFORM write-exception
           END-IF
           IF have-exp-cksum EQUAL 1
               AND NOT deck-cksum EQUAL exp-cksum
             MOVE exp-cksum TO exp-cksum-disp
             MOVE deck-cksum TO cksum-disp
             MOVE 0 TO card-num
             MOVE SPACES TO exc-text
             STRING 'DECK-CKSUM EXP=' exp-cksum-disp
                 ' GOT=' cksum-disp
                 INTO exc-text
             PERFORM write-exception
           END-IF.

       write-exception.
           ADD 1 TO exc-total
           MOVE SPACES TO RPT-RECORD
           IF card-num EQUAL 0
             STRING '  DECK       ' exc-text INTO RPT-RECORD
           ELSE
             MOVE card-num TO card-disp
             STRING '  CARD=' card-disp ' ' exc-text
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           MOVE SPACES TO exc-text
           IF ret-code LESS THAN 8
             MOVE 8 TO ret-code
           END-IF.

       write-warning.
           ADD 1 TO warn-total
           MOVE SPACES TO RPT-RECORD
           MOVE card-num TO card-disp
           STRING '  CARD=' card-disp ' WARNING ' exc-text
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO exc-text
           IF ret-code LESS THAN 4
             MOVE 4 TO ret-code
           END-IF.

       write-edit-summary.
           MOVE cards-read TO cnt-disp
           MOVE req-total TO req-disp
           MOVE deck-cksum TO cksum-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'CARDS READ=' cnt-disp ' REQUESTS=' req-disp
               ' DECK-CKSUM=' cksum-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE exc-total TO cnt-disp
           MOVE SPACES TO RPT-RECORD
           IF exc-total EQUAL 0
             MOVE 'EXCEPTIONS=       0  DECK ACCEPTED' TO RPT-RECORD
           ELSE
             STRING 'EXCEPTIONS=' cnt-disp
                 '  DECK REJECTED - DECODE STEP BYPASSED'
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           IF warn-total GREATER THAN 0
             MOVE warn-total TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING 'WARNINGS=  ' cnt-disp INTO RPT-RECORD
             WRITE RPT-RECORD
           END-IF.

       END PROGRAM bfdkedit.
