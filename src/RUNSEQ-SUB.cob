       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSEQ-SUB.
       AUTHOR. COBOL-EXPERT.

       *> Run sequence number assignment, following the BANNER-SUB
       *> model. Lining up one run's STARTUP.LOG rows, RUNHIST.DAT
       *> line, ERROR.LOG entries, RESTART.LOG checkpoints and
       *> JOBLOCK.DAT record by date and time fell apart as soon as a
       *> job was rerun twice in a night. Every run now takes a
       *> unique number from the one-record counter file RUNSEQ.DAT
       *> the first time anything in it calls here (BANNER-SUB at
       *> startup for every batch program, HELLO-WORLD before it
       *> even takes its lock), and every later call in the same run
       *> is handed the same number back, so the shared routines that
       *> write the logs (FILEERR-SUB, JOBLOCK-SUB) stamp it without
       *> their callers passing it. A counter file that cannot be
       *> read or rewritten is announced and the run carries zero:
       *> a number that might be issued again is worse than none.
       *>
       *> Reading the counter and writing it back used to be two
       *> separate opens, so two jobs starting in the same instant
       *> could both read the same last number. The counter is now
       *> opened I-O with an exclusive lock, read and rewritten in
       *> place, and only closed once the new number is on it; a run
       *> that finds it held by another (status 61) tries the open
       *> again, and one that still cannot have it after the last
       *> try carries zero like any other counter failure.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-RUN-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One line: the last number issued and when it was issued
       FD  RUN-SEQ-FILE.
       01  RUN-SEQ-RECORD.
           05 SQ-LAST-RUN-SEQ PIC 9(8).
           05 SQ-FILLER-1 PIC X.
           05 SQ-ISSUED-DATE PIC X(10).
           05 SQ-FILLER-2 PIC X.
           05 SQ-ISSUED-TIME PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-SEQ-STATUS PIC XX VALUE '00'.

       *> This run's number, kept between calls: ISSUED says the
       *> counter has already been visited in this run
       01 WS-ISSUED-SW PIC X VALUE 'N'.
       01 WS-THIS-RUN-SEQ PIC 9(8) VALUE 0.
       01 WS-THIS-RESULT PIC X(1) VALUE SPACE.
       01 WS-LAST-RUN-SEQ PIC 9(8) VALUE 0.

       *> How many times the open is tried while another run holds
       *> the counter
       01 WS-OPEN-TRIES PIC 9(6) VALUE 0.
       01 WS-MAX-OPEN-TRIES PIC 9(6) VALUE 100000.

       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY PIC 9(4).
           05 WS-CD-MM PIC 9(2).
           05 WS-CD-DD PIC 9(2).
       01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY RUNSEQPM.

       PROCEDURE DIVISION USING RUN-SEQ-PARMS.
       *> Main execution routine
       0000-RUN-SEQ.
           IF WS-ISSUED-SW = 'N'
               MOVE 'Y' TO WS-ISSUED-SW
               MOVE 'Y' TO WS-THIS-RESULT
               PERFORM 0005-OPEN-COUNTER
               IF WS-THIS-RESULT = 'Y'
                   PERFORM 0010-READ-COUNTER
                   IF WS-THIS-RESULT = 'Y'
                       PERFORM 0020-ISSUE-NUMBER
                   END-IF
                   CLOSE RUN-SEQ-FILE
               END-IF
           END-IF
           MOVE WS-THIS-RUN-SEQ TO RN-RUN-SEQ
           MOVE WS-THIS-RESULT TO RN-RESULT
           GOBACK.

       0005-OPEN-COUNTER.
           *> A missing counter file means no number has ever been
           *> issued: it is created holding zero, so the first run is
           *> number 1, and then opened like any other night
           PERFORM 0007-TRY-OPEN-COUNTER
           IF WS-RUN-SEQ-STATUS = '35'
               OPEN OUTPUT RUN-SEQ-FILE
               IF WS-RUN-SEQ-STATUS = '00'
                   MOVE 0 TO WS-THIS-RUN-SEQ
                   PERFORM 0025-BUILD-COUNTER-RECORD
                   WRITE RUN-SEQ-RECORD
                   CLOSE RUN-SEQ-FILE
                   PERFORM 0007-TRY-OPEN-COUNTER
               END-IF
           END-IF
           IF WS-RUN-SEQ-STATUS NOT = '00'
               IF WS-RUN-SEQ-STATUS = '61'
                   DISPLAY 'RUNSEQ-SUB: COUNTER FILE HELD BY ANOTHER '
                       'RUN, RUN NUMBER NOT ASSIGNED'
               ELSE
                   DISPLAY 'RUNSEQ-SUB: COUNTER FILE OPEN FAILED, '
                       'STATUS=' WS-RUN-SEQ-STATUS
               END-IF
               MOVE 'E' TO WS-THIS-RESULT
           END-IF.

       0007-TRY-OPEN-COUNTER.
           *> One open, then more only while another run holds it
           MOVE 0 TO WS-OPEN-TRIES
           PERFORM 0008-OPEN-COUNTER-ONCE
           PERFORM 0008-OPEN-COUNTER-ONCE
               UNTIL WS-RUN-SEQ-STATUS NOT = '61'
               OR WS-OPEN-TRIES NOT < WS-MAX-OPEN-TRIES.

       0008-OPEN-COUNTER-ONCE.
           ADD 1 TO WS-OPEN-TRIES
           OPEN I-O RUN-SEQ-FILE.

       0010-READ-COUNTER.
           *> A counter file that is there but empty has lost its
           *> last number, and starting again from 1 would reissue
           *> numbers already on the logs, so it counts as damaged
           MOVE 0 TO WS-LAST-RUN-SEQ
           READ RUN-SEQ-FILE
               AT END
                   DISPLAY 'RUNSEQ-SUB: COUNTER FILE EMPTY, '
                       'RUN NUMBER NOT ASSIGNED'
                   MOVE 'E' TO WS-THIS-RESULT
               NOT AT END
                   IF SQ-LAST-RUN-SEQ IS NUMERIC
                       MOVE SQ-LAST-RUN-SEQ TO WS-LAST-RUN-SEQ
                   ELSE
                       DISPLAY 'RUNSEQ-SUB: COUNTER FILE DAMAGED, '
                           'RUN NUMBER NOT ASSIGNED'
                       MOVE 'E' TO WS-THIS-RESULT
                   END-IF
           END-READ.

       0020-ISSUE-NUMBER.
           *> The counter is rewritten under the lock before the
           *> number is handed out, so a number is never issued
           *> twice; it wraps to 1 after the last eight-digit value
           IF WS-LAST-RUN-SEQ = 99999999
               MOVE 1 TO WS-THIS-RUN-SEQ
           ELSE
               COMPUTE WS-THIS-RUN-SEQ = WS-LAST-RUN-SEQ + 1
           END-IF
           PERFORM 0025-BUILD-COUNTER-RECORD
           REWRITE RUN-SEQ-RECORD
           IF WS-RUN-SEQ-STATUS NOT = '00'
               DISPLAY 'RUNSEQ-SUB: COUNTER FILE REWRITE FAILED, '
                   'STATUS=' WS-RUN-SEQ-STATUS
               MOVE 'E' TO WS-THIS-RESULT
               MOVE 0 TO WS-THIS-RUN-SEQ
           END-IF.

       0025-BUILD-COUNTER-RECORD.
           *> Always stamped in full: the line is rewritten in place,
           *> so it must keep the length it was read with
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE SPACES TO RUN-SEQ-RECORD
           MOVE WS-THIS-RUN-SEQ TO SQ-LAST-RUN-SEQ
           MOVE WS-DATE-DISPLAY TO SQ-ISSUED-DATE
           MOVE WS-TIMESTAMP TO SQ-ISSUED-TIME.
