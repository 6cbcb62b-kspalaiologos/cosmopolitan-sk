       PROGRAM-ID. bfchgbk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USG-INPUT ASSIGN TO USAGELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS usg-fstat.
           SELECT RATE-INPUT ASSIGN TO RATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-fstat.
           SELECT RPT-OUTPUT ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  USG-INPUT.
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
       FD  RATE-INPUT.
       01 RATE-RECORD.
         02 rte-member               PIC X(08).
         02 FILLER                   PIC X(01).
         02 rte-req-fee              PIC 9(05)V99.
         02 FILLER                   PIC X(01).
         02 rte-mops                 PIC 9(05)V9(04).
         02 FILLER                   PIC X(01).
         02 rte-kchar                PIC 9(05)V9(04).
         02 FILLER                   PIC X(01).
         02 rte-sec                  PIC 9(05)V9(04).
         02 FILLER                   PIC X(34).
       FD  RPT-OUTPUT.
       01 RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 run-parm      PIC X(08) VALUE SPACES.
       01 run-parm-r    REDEFINES run-parm.
           02 parm-month    PIC X(06).
           02 FILLER        PIC X(02).
       01 run-date      PIC X(08).
       01 run-time      PIC X(08).
       01 bill-month    PIC X(06).
       01 bill-month-r  REDEFINES bill-month.
           02 bill-yyyy     PIC 9(04).
           02 bill-mm       PIC 9(02).
       01 usg-fstat     PIC XX.
       01 rate-fstat    PIC XX.
       01 usg-eof-sw    PIC X VALUE 'N'.
           88 usg-is-eof            VALUE 'Y'.
       01 rate-eof-sw   PIC X VALUE 'N'.
           88 rate-is-eof           VALUE 'Y'.
       01 RATE-TABLE.
         02 rat-entry OCCURS 500 TIMES.
           03 rat-member    PIC X(08).
           03 rat-req-fee   PIC 9(05)V99.
           03 rat-mops      PIC 9(05)V9(04).
           03 rat-kchar     PIC 9(05)V9(04).
           03 rat-sec       PIC 9(05)V9(04).
       01 rat-cnt       BINARY-LONG VALUE 0.
       01 rat-ix        BINARY-LONG.
       01 rat-found     BINARY-LONG.
       01 rat-dflt      BINARY-LONG VALUE 0.
       01 rat-read      BINARY-LONG VALUE 0.
       01 rat-bad       BINARY-LONG VALUE 0.
       01 BILL-TABLE.
         02 bil-entry OCCURS 2000 TIMES.
           03 bil-key.
             04 bil-owner   PIC X(08).
             04 bil-member  PIC X(08).
           03 bil-reqs      BINARY-LONG.
           03 bil-ops       BINARY-DOUBLE.
           03 bil-chars     BINARY-DOUBLE.
           03 bil-elapsed   BINARY-DOUBLE.
           03 bil-charge    PIC S9(11)V99.
           03 bil-norate    PIC X(01).
       01 bil-cnt       BINARY-LONG VALUE 0.
       01 bil-ix        BINARY-LONG.
       01 bil-found     BINARY-LONG.
       01 bil-ins       BINARY-LONG.
       01 bil-over      BINARY-LONG VALUE 0.
       01 shift-ix      BINARY-LONG.
       01 work-key.
         02 work-owner    PIC X(08).
         02 work-member   PIC X(08).
       01 NOWN-TABLE.
         02 nown-entry OCCURS 1000 TIMES.
           03 nown-date     PIC X(08).
           03 nown-reqnum   PIC 9(05).
           03 nown-reqid    PIC X(08).
           03 nown-member   PIC X(08).
           03 nown-charge   PIC S9(11)V99.
       01 nown-cnt      BINARY-LONG VALUE 0.
       01 nown-ix       BINARY-LONG.
       01 nown-total    BINARY-LONG VALUE 0.
       01 nown-amount   PIC S9(11)V99 VALUE 0.
       01 usg-read      BINARY-LONG VALUE 0.
       01 usg-month     BINARY-LONG VALUE 0.
       01 usg-bad       BINARY-LONG VALUE 0.
       01 chg-amount    PIC S9(11)V99.
       01 own-reqs      BINARY-LONG.
       01 own-ops       BINARY-DOUBLE.
       01 own-chars     BINARY-DOUBLE.
       01 own-elapsed   BINARY-DOUBLE.
       01 own-charge    PIC S9(11)V99.
       01 own-name      PIC X(08).
       01 grand-reqs    BINARY-LONG VALUE 0.
       01 grand-ops     BINARY-DOUBLE VALUE 0.
       01 grand-chars   BINARY-DOUBLE VALUE 0.
       01 grand-elapsed BINARY-DOUBLE VALUE 0.
       01 grand-charge  PIC S9(11)V99 VALUE 0.
       01 norate-cnt    BINARY-LONG VALUE 0.
       01 cnt-disp      PIC ZZZZZZZ9.
       01 cnt2-disp     PIC ZZZZZZZ9.
       01 cnt3-disp     PIC ZZZZZZZ9.
       01 big-disp      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 big2-disp     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 big3-disp     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 amt-disp      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 req-disp      PIC ZZZZ9.
       01 ret-code      BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       main-line.
           PERFORM init-run
           IF ret-code LESS THAN 16
             PERFORM load-rate-table
             OPEN INPUT USG-INPUT
             IF usg-fstat NOT EQUAL '00'
               MOVE SPACES TO RPT-RECORD
               STRING 'USAGE-OPEN-FAILED STATUS=' usg-fstat
                   ' - NOTHING BILLED'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO ret-code
             ELSE
               PERFORM read-usage-record UNTIL usg-is-eof
               CLOSE USG-INPUT
               PERFORM write-invoice-listing
               PERFORM write-exceptions
               PERFORM write-bill-totals
             END-IF
           END-IF
           CLOSE RPT-OUTPUT
           STOP RUN RETURNING ret-code.

       init-run.
           ACCEPT run-parm FROM COMMAND-LINE
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN OUTPUT RPT-OUTPUT
           IF parm-month EQUAL SPACES
             MOVE run-date (1:6) TO bill-month
             IF bill-mm EQUAL 1
               MOVE 12 TO bill-mm
               SUBTRACT 1 FROM bill-yyyy
             ELSE
               SUBTRACT 1 FROM bill-mm
             END-IF
           ELSE
             MOVE parm-month TO bill-month
           END-IF
           IF bill-month IS NOT NUMERIC
               OR bill-mm LESS THAN 1
               OR bill-mm GREATER THAN 12
             MOVE SPACES TO RPT-RECORD
             STRING 'BAD-PARM BILLING MONTH=' run-parm
                 ' - GIVE YYYYMM OR LEAVE BLANK'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 16 TO ret-code
           ELSE
             MOVE SPACES TO RPT-RECORD
             STRING 'BFDECODE CHARGEBACK  MONTH=' bill-month
                 '  RUN DATE=' run-date
                 ' TIME=' run-time
                 INTO RPT-RECORD
             WRITE RPT-RECORD
           END-IF.

       load-rate-table.
           OPEN INPUT RATE-INPUT
           IF rate-fstat NOT EQUAL '00'
             MOVE SPACES TO RPT-RECORD
             STRING 'RATES-OPEN-FAILED STATUS=' rate-fstat
                 ' - EVERY MEMBER IS BILLED AT ZERO'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             MOVE 8 TO ret-code
           ELSE
             PERFORM read-rate-record UNTIL rate-is-eof
             CLOSE RATE-INPUT
           END-IF
           MOVE rat-cnt TO cnt-disp
           MOVE SPACES TO RPT-RECORD
           IF rat-dflt GREATER THAN 0
             STRING 'RATES LOADED=' cnt-disp
                 '  DEFAULT RATE PRESENT'
                 INTO RPT-RECORD
           ELSE
             STRING 'RATES LOADED=' cnt-disp
                 '  NO DEFAULT RATE - UNRATED MEMBERS BILL AT ZERO'
                 INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD.

       read-rate-record.
           READ RATE-INPUT
             AT END
               MOVE 'Y' TO rate-eof-sw
             NOT AT END
               ADD 1 TO rat-read
               IF NOT RATE-RECORD EQUAL SPACES
                 PERFORM store-rate-record
               END-IF
           END-READ
           IF rate-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO rate-eof-sw
           END-IF.

       store-rate-record.
           IF rte-member EQUAL SPACES
               OR rte-req-fee IS NOT NUMERIC
               OR rte-mops IS NOT NUMERIC
               OR rte-kchar IS NOT NUMERIC
               OR rte-sec IS NOT NUMERIC
             ADD 1 TO rat-bad
             MOVE rat-read TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING '  RATE RECORD ' cnt-disp
                 ' IGNORED - BAD MEMBER OR PRICE  MEMBER='
                 rte-member
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           ELSE
             IF rat-cnt LESS THAN 500
               ADD 1 TO rat-cnt
               MOVE rte-member TO rat-member (rat-cnt)
               MOVE rte-req-fee TO rat-req-fee (rat-cnt)
               MOVE rte-mops TO rat-mops (rat-cnt)
               MOVE rte-kchar TO rat-kchar (rat-cnt)
               MOVE rte-sec TO rat-sec (rat-cnt)
               IF rte-member EQUAL '*'
                 MOVE rat-cnt TO rat-dflt
               END-IF
             ELSE
               ADD 1 TO rat-bad
               MOVE SPACES TO RPT-RECORD
               STRING '  RATE TABLE FULL - MEMBER ' rte-member
                   ' IGNORED'
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               IF ret-code LESS THAN 4
                 MOVE 4 TO ret-code
               END-IF
             END-IF
           END-IF.

       read-usage-record.
           READ USG-INPUT
             AT END
               MOVE 'Y' TO usg-eof-sw
             NOT AT END
               ADD 1 TO usg-read
               IF usg-date (1:6) EQUAL bill-month
                 PERFORM bill-usage-record
               END-IF
           END-READ
           IF usg-fstat NOT EQUAL '00' AND '10'
             MOVE 'Y' TO usg-eof-sw
           END-IF.

       bill-usage-record.
           IF usg-ops IS NOT NUMERIC
               OR usg-chars IS NOT NUMERIC
               OR usg-elapsed IS NOT NUMERIC
             ADD 1 TO usg-bad
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           ELSE
             ADD 1 TO usg-month
             PERFORM find-member-rate
             PERFORM price-usage-record
             IF usg-owner EQUAL SPACES
               PERFORM note-no-owner
             ELSE
               PERFORM post-bill-entry
             END-IF
           END-IF.

       find-member-rate.
           MOVE 0 TO rat-found
           MOVE 1 TO rat-ix
           PERFORM scan-rate-slot
               UNTIL rat-ix GREATER THAN rat-cnt
           IF rat-found EQUAL 0
             MOVE rat-dflt TO rat-found
           END-IF.

       scan-rate-slot.
           IF rat-member (rat-ix) EQUAL usg-member
             MOVE rat-ix TO rat-found
             MOVE rat-cnt TO rat-ix
           END-IF
           ADD 1 TO rat-ix.

       price-usage-record.
           IF rat-found EQUAL 0
             MOVE 0 TO chg-amount
           ELSE
             COMPUTE chg-amount ROUNDED EQUAL
                 rat-req-fee (rat-found)
                 + usg-ops * rat-mops (rat-found) / 1000000
                 + usg-chars * rat-kchar (rat-found) / 1000
                 + usg-elapsed * rat-sec (rat-found)
           END-IF.

       note-no-owner.
           ADD 1 TO nown-total
           ADD chg-amount TO nown-amount
           IF nown-cnt LESS THAN 1000
             ADD 1 TO nown-cnt
             MOVE usg-date TO nown-date (nown-cnt)
             MOVE usg-reqnum TO nown-reqnum (nown-cnt)
             MOVE usg-reqid TO nown-reqid (nown-cnt)
             MOVE usg-member TO nown-member (nown-cnt)
             MOVE chg-amount TO nown-charge (nown-cnt)
           END-IF
           IF ret-code LESS THAN 4
             MOVE 4 TO ret-code
           END-IF.

       post-bill-entry.
           MOVE usg-owner TO work-owner
           MOVE usg-member TO work-member
           MOVE 0 TO bil-found
           COMPUTE bil-ins EQUAL bil-cnt + 1
           MOVE 1 TO bil-ix
           PERFORM scan-bill-slot
               UNTIL bil-ix GREATER THAN bil-cnt
           IF bil-found EQUAL 0
             IF bil-cnt LESS THAN 2000
               MOVE bil-cnt TO shift-ix
               PERFORM shift-bill-entry
                   UNTIL shift-ix LESS THAN bil-ins
               ADD 1 TO bil-cnt
               INITIALIZE bil-entry (bil-ins)
               MOVE work-key TO bil-key (bil-ins)
               IF rat-found EQUAL 0
                 MOVE 'Y' TO bil-norate (bil-ins)
                 ADD 1 TO norate-cnt
               END-IF
               MOVE bil-ins TO bil-found
             ELSE
               ADD 1 TO bil-over
               IF ret-code LESS THAN 4
                 MOVE 4 TO ret-code
               END-IF
             END-IF
           END-IF
           IF bil-found GREATER THAN 0
             ADD 1 TO bil-reqs (bil-found)
             ADD usg-ops TO bil-ops (bil-found)
             ADD usg-chars TO bil-chars (bil-found)
             ADD usg-elapsed TO bil-elapsed (bil-found)
             ADD chg-amount TO bil-charge (bil-found)
           END-IF.

       scan-bill-slot.
           IF bil-key (bil-ix) EQUAL work-key
             MOVE bil-ix TO bil-found
             MOVE bil-cnt TO bil-ix
           ELSE
             IF bil-key (bil-ix) GREATER THAN work-key
               MOVE bil-ix TO bil-ins
               MOVE bil-cnt TO bil-ix
             END-IF
           END-IF
           ADD 1 TO bil-ix.

       shift-bill-entry.
           MOVE bil-entry (shift-ix) TO bil-entry (shift-ix + 1)
           SUBTRACT 1 FROM shift-ix.

       write-invoice-listing.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'DEPARTMENTAL INVOICE LISTING' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'OWNER    MEMBER   REQUESTS         ENTRIES'
               '      CHARACTERS     ELAPSED-SEC'
               '            CHARGE'
               INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO own-name
           MOVE 1 TO bil-ix
           PERFORM write-bill-line
               UNTIL bil-ix GREATER THAN bil-cnt
           IF NOT own-name EQUAL SPACES
             PERFORM write-owner-total
           END-IF
           MOVE grand-reqs TO cnt-disp
           MOVE grand-ops TO big-disp
           MOVE grand-chars TO big2-disp
           MOVE grand-elapsed TO big3-disp
           MOVE grand-charge TO amt-disp
           MOVE SPACES TO RPT-RECORD
           STRING 'GRAND TOTAL BILLED' cnt-disp
               ' ' big-disp ' ' big2-disp ' ' big3-disp
               ' ' amt-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       write-bill-line.
           IF NOT bil-owner (bil-ix) EQUAL own-name
             IF NOT own-name EQUAL SPACES
               PERFORM write-owner-total
             END-IF
             MOVE bil-owner (bil-ix) TO own-name
             MOVE 0 TO own-reqs own-ops own-chars own-elapsed
             MOVE 0 TO own-charge
           END-IF
           ADD bil-reqs (bil-ix) TO own-reqs grand-reqs
           ADD bil-ops (bil-ix) TO own-ops grand-ops
           ADD bil-chars (bil-ix) TO own-chars grand-chars
           ADD bil-elapsed (bil-ix) TO own-elapsed grand-elapsed
           ADD bil-charge (bil-ix) TO own-charge grand-charge
           MOVE bil-reqs (bil-ix) TO cnt-disp
           MOVE bil-ops (bil-ix) TO big-disp
           MOVE bil-chars (bil-ix) TO big2-disp
           MOVE bil-elapsed (bil-ix) TO big3-disp
           MOVE bil-charge (bil-ix) TO amt-disp
           MOVE SPACES TO RPT-RECORD
           STRING bil-owner (bil-ix) ' ' bil-member (bil-ix)
               ' ' cnt-disp ' ' big-disp ' ' big2-disp
               ' ' big3-disp ' ' amt-disp
               INTO RPT-RECORD
           IF bil-norate (bil-ix) EQUAL 'Y'
             MOVE ' NO RATE' TO RPT-RECORD (95:8)
           END-IF
           WRITE RPT-RECORD
           ADD 1 TO bil-ix.

       write-owner-total.
           MOVE own-reqs TO cnt-disp
           MOVE own-ops TO big-disp
           MOVE own-chars TO big2-disp
           MOVE own-elapsed TO big3-disp
           MOVE own-charge TO amt-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  TOTAL' '           ' cnt-disp
               ' ' big-disp ' ' big2-disp ' ' big3-disp
               ' ' amt-disp
               INTO RPT-RECORD
           MOVE own-name TO RPT-RECORD (10:8)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       write-exceptions.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'EXCEPTIONS - REQUESTS WITH NO OWNER (NOT BILLED)'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO nown-ix
           PERFORM write-no-owner-line
               UNTIL nown-ix GREATER THAN nown-cnt
           IF nown-total GREATER THAN nown-cnt
             COMPUTE cnt-disp EQUAL nown-total - nown-cnt
             MOVE SPACES TO RPT-RECORD
             STRING '  ' cnt-disp ' FURTHER REQUESTS NOT LISTED'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
           END-IF
           MOVE nown-total TO cnt-disp
           MOVE nown-amount TO amt-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  UNOWNED REQUESTS=' cnt-disp
               '  UNBILLED CHARGE=' amt-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF norate-cnt GREATER THAN 0
             MOVE norate-cnt TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING '  OWNER/MEMBER LINES WITHOUT A RATE=' cnt-disp
                 ' - MARKED NO RATE ABOVE, BILLED AT ZERO'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
             IF ret-code LESS THAN 4
               MOVE 4 TO ret-code
             END-IF
           END-IF
           IF bil-over GREATER THAN 0
             MOVE bil-over TO cnt-disp
             MOVE SPACES TO RPT-RECORD
             STRING '  BILLING TABLE FULL - ' cnt-disp
                 ' USAGE RECORDS NOT BILLED'
                 INTO RPT-RECORD
             WRITE RPT-RECORD
           END-IF.

       write-no-owner-line.
           MOVE nown-reqnum (nown-ix) TO req-disp
           MOVE nown-charge (nown-ix) TO amt-disp
           MOVE SPACES TO RPT-RECORD
           STRING '  DATE=' nown-date (nown-ix)
               ' REQ=' req-disp
               ' ID=' nown-reqid (nown-ix)
               ' MEMBER=' nown-member (nown-ix)
               ' CHARGE=' amt-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO nown-ix.

       write-bill-totals.
           MOVE usg-read TO cnt-disp
           MOVE usg-month TO cnt2-disp
           MOVE usg-bad TO cnt3-disp
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'USAGE RECORDS READ=' cnt-disp
               ' IN MONTH=' cnt2-disp
               ' UNREADABLE=' cnt3-disp
               INTO RPT-RECORD
           WRITE RPT-RECORD.

       END PROGRAM bfchgbk.
