       PROGRAM-ID. bfdkgen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STD-MASTER ASSIGN TO STDREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS std-key
               FILE STATUS IS std-fstat.
           SELECT ADHOC-INPUT ASSIGN TO ADHOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adhoc-status.
           SELECT DECK-OUTPUT ASSIGN TO CARDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deck-status.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STD-MASTER.
       01 STD-RECORD.
         02 std-key                  PIC X(08).
         02 std-member               PIC X(08).
         02 std-input                PIC X(08).
         02 std-expect               PIC X(08).
         02 std-class                PIC X(01).
         02 std-budget               PIC X(08).
         02 std-freq                 PIC X(01).
         02 std-wkday                PIC X(01).
         02 std-eff-date             PIC X(08).
         02 std-exp-date             PIC X(08).
         02 std-dates.
           03 std-date OCCURS 12 TIMES PIC X(08).
         02 std-route                PIC X(08).
         02 std-after                PIC X(08).
         02 std-owner                PIC X(08).
         02 std-due-at               PIC X(06).
         02 FILLER                   PIC X(15).
       FD  ADHOC-INPUT.
       01 ADHOC-RECORD               PIC X(132).
       FD  DECK-OUTPUT.
       01 DECK-RECORD                PIC X(132).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-parm      PIC X(08) VALUE SPACES.
       01 run-date      PIC X(08).
       01 run-date-n    REDEFINES run-date PIC 9(08).
       01 run-time      PIC X(08).
       01 run-int       BINARY-LONG.
       01 run-dow       BINARY-LONG.
       01 next-date     PIC 9(08).
       01 next-date-r   REDEFINES next-date.
           02 FILLER        PIC X(06).
           02 next-dd       PIC X(02).
       01 month-end-sw  PIC 9 VALUE 0.
       01 dow-names     PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 dow-name      PIC X(03).
       01 std-fstat     PIC XX.
       01 adhoc-status  PIC XX.
       01 deck-status   PIC XX.
       01 std-eof-sw    PIC X VALUE 'N'.
           88 std-is-eof            VALUE 'Y'.
       01 adhoc-eof-sw  PIC X VALUE 'N'.
           88 adhoc-is-eof          VALUE 'Y'.
       01 sentinel-card PIC X(02) VALUE '/*'.
       01 control-mark  PIC X(02) VALUE '$$'.
       01 ctl-key       PIC X(08).
       01 ctl-val       PIC X(130).
       01 std-due       PIC 9 VALUE 0.
       01 std-tag       PIC X(08).
       01 std-reason    PIC X(24).
       01 date-ix       BINARY-LONG.
       01 wkday-n       PIC 9.
       01 adhoc-pend    PIC 9 VALUE 0.
       01 deck-cksum    BINARY-LONG VALUE 0.
       01 ck-ix         BINARY-LONG.
       01 req-total     BINARY-LONG VALUE 0.
       01 std-read      BINARY-LONG VALUE 0.
       01 std-incl      BINARY-LONG VALUE 0.
       01 std-skip      BINARY-LONG VALUE 0.
       01 std-expd      BINARY-LONG VALUE 0.
       01 adhoc-reqs    BINARY-LONG VALUE 0.
       01 adhoc-cards   BINARY-LONG VALUE 0.
       01 adhoc-drop    BINARY-LONG VALUE 0.
       01 total-out     PIC 9(05).
       01 cksum-out     PIC 9(09).
       01 cnt-disp      PIC ZZZZZZZ9.
       01 cnt2-disp     PIC ZZZZZZZ9.
       01 cnt3-disp     PIC ZZZZZZZ9.
       01 cnt4-disp     PIC ZZZZZZZ9.
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           IF ret-code LESS THAN 16
             OPEN INPUT STD-MASTER
             IF std-fstat NOT EQUAL '00'
               MOVE SPACES TO RPT-RECORD
               STRING 'STDREQ-OPEN-FAILED STATUS=' std-fstat
                   ' - NO DECK GENERATED'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO ret-code
             ELSE
               OPEN OUTPUT DECK-OUTPUT
               IF deck-status NOT EQUAL '00'
                 MOVE SPACES TO RPT-RECORD
                 STRING 'CARDOUT-OPEN-FAILED STATUS=' deck-status
                     ' - NO DECK GENERATED'
                     INTO RPT-RECORD
                 WRITE RPT-RECORD
                 MOVE 8 TO ret-code
               ELSE
                 PERFORM gen-one-standing UNTIL std-is-eof
                 PERFORM merge-adhoc-deck
                 PERFORM write-deck-trailers
                 CLOSE DECK-OUTPUT
                 PERFORM write-gen-totals
               END-IF
               CLOSE STD-MASTER
             END-IF
           END-IF
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-parm FROM COMMAND-LINE
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           IF run-parm NOT EQUAL SPACES
             MOVE run-parm TO run-date
           END-IF
           OPEN OUTPUT RPT-OUTPUT
           MOVE 0 TO run-int
           IF run-date IS NUMERIC
             COMPUTE run-int EQUAL
                 FUNCTION INTEGER-OF-DATE(run-date-n)
           END-IF
           IF run-int EQUAL 0
             MOVE SPACES TO RPT-RECORD
             STRING 'BAD-PARM RUN DATE=' run-parm
                 ' - GIVE YYYYMMDD OR LEAVE BLANK'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           ELSE
             COMPUTE run-dow EQUAL
                 FUNCTION MOD(run-int - 1, 7) + 1
             MOVE dow-names (run-dow * 3 - 2:3) TO dow-name
             COMPUTE next-date EQUAL
                 FUNCTION DATE-OF-INTEGER(run-int + 1)
             IF next-dd EQUAL '01'
               MOVE 1 TO month-end-sw
             END-IF
             MOVE SPACES TO RPT-RECORD
             STRING 'CARDIN DECK GENERATION  DECK DATE=' run-date
                 ' ' dow-name
                 ' RUN TIME=' run-time
                 INTO RPT-RECORD
             IF month-end-sw EQUAL 1
               MOVE 'MONTH-END' TO RPT-RECORD (66:9)
             END-IF
             WRITE RPT-RECORD
           END-IF.

       gen-one-standing.
           READ STD-MASTER NEXT RECORD
             AT END
               MOVE 'Y' TO std-eof-sw
             NOT AT END
               ADD 1 TO std-read
               PERFORM test-standing-due
               IF std-due EQUAL 1
                 PERFORM write-standing-request
               END-IF
               PERFORM write-standing-line
           END-READ
           IF std-fstat NOT EQUAL '00' AND '10'
             MOVE SPACES TO RPT-RECORD
             STRING 'STDREQ-READ-FAILED STATUS=' std-fstat
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
             MOVE 'Y' TO std-eof-sw
           END-IF.

       test-standing-due.
           MOVE 0 TO std-due
           MOVE SPACES TO std-reason
           MOVE 'SKIPPED' TO std-tag
           EVALUATE TRUE
             WHEN std-exp-date NOT EQUAL SPACES
                 AND std-exp-date LESS THAN run-date
               MOVE 'EXPIRED' TO std-tag
               ADD 1 TO std-expd
             WHEN std-eff-date NOT EQUAL SPACES
                 AND std-eff-date GREATER THAN run-date
               MOVE 'NOT YET EFFECTIVE' TO std-reason
               ADD 1 TO std-skip
             WHEN OTHER
               PERFORM test-standing-freq
           END-EVALUATE.

       test-standing-freq.
           EVALUATE std-freq
             WHEN 'D'
               MOVE 1 TO std-due
             WHEN 'W'
               IF run-dow LESS THAN 6
                 MOVE 1 TO std-due
               END-IF
             WHEN 'K'
               IF std-wkday IS NUMERIC
                   AND std-wkday NOT EQUAL '0' AND '8' AND '9'
                 MOVE std-wkday TO wkday-n
                 IF wkday-n EQUAL run-dow
                   MOVE 1 TO std-due
                 END-IF
               ELSE
                 MOVE 'BAD WEEKDAY CODE' TO std-reason
               END-IF
             WHEN 'M'
               IF month-end-sw EQUAL 1
                 MOVE 1 TO std-due
               END-IF
             WHEN 'S'
               MOVE 1 TO date-ix
               PERFORM scan-specific-date
                   UNTIL date-ix GREATER THAN 12
             WHEN OTHER
               MOVE 'BAD FREQUENCY CODE' TO std-reason
           END-EVALUATE
           IF std-due EQUAL 1
             MOVE 'INCLUDED' TO std-tag
             ADD 1 TO std-incl
           ELSE
             ADD 1 TO std-skip
             IF std-reason EQUAL SPACES
               MOVE 'NOT DUE TODAY' TO std-reason
             ELSE
               IF ret-code LESS THAN 4
                 MOVE 4 TO ret-code
               END-IF
             END-IF
           END-IF.

       scan-specific-date.
           IF std-date (date-ix) EQUAL run-date
             MOVE 1 TO std-due
             MOVE 12 TO date-ix
           END-IF
           ADD 1 TO date-ix.

       write-standing-request.
           MOVE SPACES TO DECK-RECORD
           STRING '$$REQID=' DELIMITED BY SIZE
               std-key DELIMITED BY SPACE
               INTO DECK-RECORD
           PERFORM put-deck-card
           IF std-class NOT EQUAL SPACE
             MOVE SPACES TO DECK-RECORD
             STRING '$$CLASS=' std-class
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-member NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$MEMBER=' DELIMITED BY SIZE
                 std-member DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-input NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$INPUT=' DELIMITED BY SIZE
                 std-input DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-expect NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$EXPECT=' DELIMITED BY SIZE
                 std-expect DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-route NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$ROUTE=' DELIMITED BY SIZE
                 std-route DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-after NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$AFTER=' DELIMITED BY SIZE
                 std-after DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-owner NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$OWNER=' DELIMITED BY SIZE
                 std-owner DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-due-at NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$DUE=' DELIMITED BY SIZE
                 std-due-at DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           IF std-budget NOT EQUAL SPACES
             MOVE SPACES TO DECK-RECORD
             STRING '$$BUDGET=' DELIMITED BY SIZE
                 std-budget DELIMITED BY SPACE
                 INTO DECK-RECORD
             PERFORM put-deck-card
           END-IF
           MOVE sentinel-card TO DECK-RECORD
           PERFORM put-deck-card
           ADD 1 TO req-total.

       put-deck-card.
           PERFORM sum-card-checksum
           WRITE DECK-RECORD.

       sum-card-checksum.
           MOVE 1 TO ck-ix
           PERFORM sum-card-char UNTIL ck-ix GREATER THAN 132
           IF deck-cksum GREATER THAN 999999999
             SUBTRACT 1000000000 FROM deck-cksum
           END-IF.

       sum-card-char.
           IF DECK-RECORD (ck-ix:1) NOT EQUAL SPACE
             ADD FUNCTION ORD(DECK-RECORD (ck-ix:1)) TO deck-cksum
             SUBTRACT 1 FROM deck-cksum
           END-IF
           ADD 1 TO ck-ix.

       write-standing-line.
           MOVE SPACES TO RPT-RECORD
           STRING '  ' std-tag ' ID=' std-key
               ' FREQ=' std-freq std-wkday
               ' CLASS=' std-class
               ' MEMBER=' std-member
               ' EFF=' std-eff-date ' EXP=' std-exp-date
               ' ' std-reason
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       merge-adhoc-deck.
           OPEN INPUT ADHOC-INPUT
           IF adhoc-status NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'ADHOC-OPEN-FAILED STATUS=' adhoc-status
                 ' - STANDING REQUESTS ONLY'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           ELSE
             PERFORM copy-adhoc-card UNTIL adhoc-is-eof
             CLOSE ADHOC-INPUT
             IF adhoc-pend EQUAL 1
               MOVE sentinel-card TO DECK-RECORD
               PERFORM put-deck-card
               ADD 1 TO req-total adhoc-reqs
               MOVE 'ADHOC DECK DID NOT END WITH /* - ONE SUPPLIED'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               IF ret-code LESS THAN 4
                 MOVE 4 TO ret-code
               END-IF
             END-IF
           END-IF.

       copy-adhoc-card.
           READ ADHOC-INPUT
             AT END
               MOVE 'Y' TO adhoc-eof-sw
             NOT AT END
               ADD 1 TO adhoc-cards
               MOVE ADHOC-RECORD TO DECK-RECORD
               EVALUATE TRUE
                 WHEN ADHOC-RECORD (1:2) EQUAL sentinel-card
                   PERFORM put-deck-card
                   ADD 1 TO req-total adhoc-reqs
                   MOVE 0 TO adhoc-pend
                 WHEN ADHOC-RECORD (1:2) EQUAL control-mark
                   MOVE SPACES TO ctl-key ctl-val
                   UNSTRING ADHOC-RECORD (3:) DELIMITED BY '='
                       INTO ctl-key ctl-val
                   EVALUATE ctl-key
                     WHEN 'TOTAL'
                     WHEN 'CKSUM'
                       ADD 1 TO adhoc-drop
                     WHEN 'SELECT'
                     WHEN 'SELID'
                       WRITE DECK-RECORD
                     WHEN OTHER
                       PERFORM put-deck-card
                       MOVE 1 TO adhoc-pend
                   END-EVALUATE
                 WHEN OTHER
                   PERFORM put-deck-card
                   MOVE 1 TO adhoc-pend
               END-EVALUATE
           END-READ
           IF adhoc-status NOT EQUAL '00' AND '10'
             MOVE 'Y' TO adhoc-eof-sw
           END-IF.

       write-deck-trailers.
           MOVE req-total TO total-out
           MOVE SPACES TO DECK-RECORD
           STRING '$$TOTAL=' total-out INTO DECK-RECORD
           PERFORM put-deck-card
           MOVE deck-cksum TO cksum-out
           MOVE SPACES TO DECK-RECORD
           STRING '$$CKSUM=' cksum-out INTO DECK-RECORD
           WRITE DECK-RECORD
           IF req-total EQUAL 0
             MOVE 'DECK HOLDS NO REQUESTS' TO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF.

       write-gen-totals.
           MOVE std-read TO cnt-disp
           MOVE std-incl TO cnt2-disp
           MOVE std-skip TO cnt3-disp
           MOVE std-expd TO cnt4-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'STANDING READ=' cnt-disp ' INCLUDED=' cnt2-disp
               ' SKIPPED=' cnt3-disp ' EXPIRED=' cnt4-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE adhoc-cards TO cnt-disp
           MOVE adhoc-reqs TO cnt2-disp
           MOVE adhoc-drop TO cnt3-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'ADHOC CARDS=' cnt-disp ' REQUESTS=' cnt2-disp
               ' TRAILERS DROPPED=' cnt3-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'DECK WRITTEN  $$TOTAL=' total-out
               ' $$CKSUM=' cksum-out
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM bfdkgen.
