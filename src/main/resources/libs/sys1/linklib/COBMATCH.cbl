      *----------------------------------------------------------------*
      *  COBMATCH - reconcile two key-sorted sequential files          *
      *  - Reads a left file (SYSUT1) and a right file (SYSUT2) side   *
      *    by side, both already sorted on their keys - the billing    *
      *    extract against the partner's settlement file, say - and    *
      *    classifies every record: its key present on both sides     *
      *    (matched), on the left only, or on the right only.  Neither *
      *    file has to be loaded as a cluster; one forward pass        *
      *    settles every key.                                          *
      *  - KEY=(start,len) locates the key on the left record and,     *
      *    unless RIGHTKEY=(start,len) says otherwise, on the right.   *
      *    Matched records land on SYSUT3 built from the JOIN          *
      *    LEFT=(start,len) / JOIN RIGHT=(start,len) cards in card     *
      *    order - with no JOIN card, the whole left record followed   *
      *    by the whole right one.  Left-only records land on SYSUT4   *
      *    and right-only records on SYSUT5 as read.                   *
      *  - A record whose key sorts below the key before it on the     *
      *    same side, or that is too short to hold its key, is out of  *
      *    sequence: it is named on SYSPRINT, diverted to SYSUT6 and   *
      *    kept out of the match altogether, rather than reported as   *
      *    a false mismatch against the other file.                    *
      *  - SUM LEFT=(start,len,PACKED|ZONED) / SUM RIGHT=(...) cards   *
      *    total amounts the way the copy utility's SUM card does,     *
      *    per class: a left field over the matched and left-only      *
      *    records, a right field over the matched and right-only.     *
      *  - The report gives the read, matched, left-only, right-only   *
      *    and out-of-sequence counts with the SUM totals.  Ends       *
      *    RETURN-CODE 0 when every key matched, 4 when any key is     *
      *    on one side only, 8 on out-of-sequence input, a deck error  *
      *    or an open or write failure.                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEFTIN    ASSIGN TO SYSUT1
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS LFT-STAT.
           SELECT RIGHTIN   ASSIGN TO SYSUT2
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS RGT-STAT.
           SELECT MATFILE   ASSIGN TO SYSUT3
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS MAT-STAT.
           SELECT OPTIONAL LONFILE  ASSIGN TO SYSUT4
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS LON-STAT.
           SELECT OPTIONAL RONFILE  ASSIGN TO SYSUT5
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS RON-STAT.
           SELECT OPTIONAL SEQFILE  ASSIGN TO SYSUT6
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS SEQ-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  LEFTIN
           RECORDING MODE IS V
           RECORD VARYING  FROM 1 TO 32756 DEPENDING ON LFT-LEN.
       01  LFTREC   PIC X(32756).

       FD  RIGHTIN
           RECORDING MODE IS V
           RECORD VARYING  FROM 1 TO 32756 DEPENDING ON RGT-LEN.
       01  RGTREC   PIC X(32756).

       FD  MATFILE
           RECORDING MODE IS V
           RECORD VARYING  FROM 1 TO 32756 DEPENDING ON MAT-LEN.
       01  MATREC   PIC X(32756).

       FD  LONFILE
           RECORDING MODE IS V
           RECORD VARYING  FROM 1 TO 32756 DEPENDING ON LON-LEN.
       01  LONREC   PIC X(32756).

       FD  RONFILE
           RECORDING MODE IS V
           RECORD VARYING  FROM 1 TO 32756 DEPENDING ON RON-LEN.
       01  RONREC   PIC X(32756).

      *   Sequence-exception evidence: the DD the record came from,
      *   its record number on that DD and the reason (SEQUENCE for a
      *   key below its predecessor, SHORT for a record that ends
      *   inside the key slice) ahead of the record image as read.
       FD  SEQFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 25 TO 32781 DEPENDING ON SEQ-LEN.
       01  SEQREC.
           05  SEQ-DD        PIC X(8).
           05  SEQ-RECNO     PIC 9(9).
           05  SEQ-REASON    PIC X(8).
           05  SEQ-DATA      PIC X(32756).

      *   SYSIN control-card image (classic 80-byte statement card).
       FD  CTLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLLINE  PIC X(80).

       FD  PRTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PRTLINE  PIC X(133).

       WORKING-STORAGE SECTION.
       01  LFT-STAT    PIC XX  VALUE SPACES.
       01  RGT-STAT    PIC XX  VALUE SPACES.
       01  MAT-STAT    PIC XX  VALUE SPACES.
       01  LON-STAT    PIC XX  VALUE SPACES.
       01  RON-STAT    PIC XX  VALUE SPACES.
       01  SEQ-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  LFT-LEN     PIC 9(5) COMP VALUE 0.
       01  RGT-LEN     PIC 9(5) COMP VALUE 0.
       01  MAT-LEN     PIC 9(5) COMP VALUE 0.
       01  LON-LEN     PIC 9(5) COMP VALUE 0.
       01  RON-LEN     PIC 9(5) COMP VALUE 0.
       01  SEQ-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-LEFT-EOF   PIC X VALUE 'N'.
       01  WS-RIGHT-EOF  PIC X VALUE 'N'.
       01  WS-CTL-EOF    PIC X VALUE 'N'.
       01  WS-INIT-OK    PIC X VALUE 'Y'.
       01  WS-LON-ACTIVE PIC X VALUE 'N'.
       01  WS-RON-ACTIVE PIC X VALUE 'N'.
       01  WS-SEQ-ACTIVE PIC X VALUE 'N'.

       01  WS-FINAL-RC      PIC 9(3) VALUE 0.
       01  WS-RC-CANDIDATE  PIC 9(3) VALUE 0.

      *   Match keys (KEY=, RIGHTKEY=).  Both slices must be the same
      *   length and no wider than the 60 bytes every key field in
      *   this family of programs is held in; the right side takes
      *   the left's position when no RIGHTKEY= card is given.
       01  WS-MAX-KEY-LEN   PIC 9(5)  COMP VALUE 60.
       01  WS-KEY-START     PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-LEN       PIC 9(5)  COMP VALUE 0.
       01  WS-RKEY-START    PIC 9(5)  COMP VALUE 0.
       01  WS-RKEY-LEN      PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-END       PIC 9(5)  COMP VALUE 0.

      *   The current key on each side and the last in-sequence key
      *   before it.  A record is only offered to the match once it
      *   has passed the sequence check, so a stray record can never
      *   make the keys around it look unmatched.
       01  WS-LEFT-KEY      PIC X(60) VALUE SPACES.
       01  WS-RIGHT-KEY     PIC X(60) VALUE SPACES.
       01  WS-LEFT-PREV     PIC X(60) VALUE SPACES.
       01  WS-RIGHT-PREV    PIC X(60) VALUE SPACES.
       01  WS-LEFT-PREV-SW  PIC X     VALUE 'N'.
       01  WS-RIGHT-PREV-SW PIC X     VALUE 'N'.
       01  WS-LEFT-READY    PIC X     VALUE 'N'.
       01  WS-RIGHT-READY   PIC X     VALUE 'N'.

      *   Match accounting.  Reads are the physical record counts of
      *   each file (and the record numbers quoted on SYSUT6); every
      *   record read is either matched, one-sided or out of
      *   sequence, so each side's read count is the sum of its
      *   three classes.
       01  WS-LEFT-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-RIGHT-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-MATCH-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-LONLY-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-RONLY-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-LSEQ-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-RSEQ-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-JOIN-PAD-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-JOIN-TRUNC-COUNT PIC 9(18) COMP-3 VALUE 0.

      *   SYSPRINT flood control - sequence exceptions stop being
      *   named after the cap but are still counted and diverted.
       01  WS-MAX-LINES-RUN   PIC 9(9)  COMP VALUE 100.
       01  WS-LINES-WRITTEN   PIC 9(9)  COMP VALUE 0.

      *   Joined-record layout (JOIN LEFT=/RIGHT=(start,len)), built
      *   in card order.  A slice lying partly or wholly beyond the
      *   end of a shorter record is padded with spaces so every
      *   joined record keeps the same layout; a layout wider than
      *   the output record is cut at 32756 bytes.  Both are counted.
       01  WS-JOIN-COUNT  PIC 9(3) COMP VALUE 0.
       01  WS-JOIN-IDX    PIC 9(3) COMP VALUE 0.
       01  WS-JOIN-BAD-SW PIC X    VALUE 'N'.
       01  WS-JOIN-TABLE.
           05  WS-JOIN-ENTRY OCCURS 20 TIMES.
               10  WS-JOIN-SIDE  PIC X.
               10  WS-JOIN-START PIC 9(5) COMP.
               10  WS-JOIN-LEN   PIC 9(5) COMP.
       01  WS-JOINBUF     PIC X(32756).
       01  WS-JOINBUF-LEN PIC 9(5)  COMP VALUE 0.
       01  WS-JOIN-ROOM   PIC 9(5)  COMP VALUE 0.
       01  WS-JOIN-PAD-SW   PIC X   VALUE 'N'.
       01  WS-JOIN-TRUNC-SW PIC X   VALUE 'N'.
       01  WS-APP-SIDE    PIC X     VALUE SPACE.
       01  WS-APP-START   PIC 9(5)  COMP VALUE 0.
       01  WS-APP-LEN     PIC 9(5)  COMP VALUE 0.
       01  WS-APP-AVAIL   PIC 9(5)  COMP VALUE 0.
       01  WS-SRC-LEN     PIC 9(5)  COMP VALUE 0.

      *   Amount totals (SUM LEFT=/RIGHT=(start,len,PACKED|ZONED)),
      *   taken from each record as read on its own side, in whole
      *   units of the field's lowest-order digit.  A field is totaled
      *   separately over the matched records and over its own side's
      *   unmatched records; out-of-sequence records are in neither.
      *   A field a record carries malformed, or that the record is
      *   too short to hold, is left out and counted, not guessed at.
       01  WS-SUM-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-SUM-IDX     PIC 9(3) COMP VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 5 TIMES.
               10  WS-SUM-SIDE     PIC X.
               10  WS-SUM-START    PIC 9(5) COMP.
               10  WS-SUM-LEN      PIC 9(5) COMP.
               10  WS-SUM-TYPE     PIC X.
               10  WS-SUM-MATCHED  PIC S9(18) COMP-3.
               10  WS-SUM-UNMATCH  PIC S9(18) COMP-3.
       01  WS-SUM-CLASS     PIC X     VALUE SPACE.
       01  WS-SUM-FOR-SIDE  PIC X     VALUE SPACE.
       01  WS-SUM-VALUE     PIC S9(18) COMP-3 VALUE 0.
       01  WS-SUM-NEG       PIC X     VALUE 'N'.
       01  WS-SUM-OK        PIC X     VALUE 'Y'.
       01  WS-SUM-POS       PIC 9(5)  COMP VALUE 0.
       01  WS-SUM-END       PIC 9(5)  COMP VALUE 0.
       01  WS-ZONED-POS     PIC 9(5)  COMP VALUE 0.
       01  WS-ZONED-LEN     PIC 9(5)  COMP VALUE 0.
       01  WS-SUM-BAD-COUNT PIC 9(9)  COMP VALUE 0.
       01  WS-SUM-DISP      PIC +9(18).
       01  WS-SUM-DISP2     PIC +9(18).
       01  WS-SIDE-DISP     PIC X(5)  VALUE SPACES.
       01  WS-BYTE-VAL      PIC 9(3)  COMP VALUE 0.
       01  WS-NIB-HI        PIC 9(3)  COMP VALUE 0.
       01  WS-NIB-LO        PIC 9(3)  COMP VALUE 0.
       01  WS-WORK-LEN      PIC 9(5)  COMP VALUE 0.
       01  WS-OUTBUF        PIC X(32756).

      *   Numeric-to-display scratch for building report lines.
       01  WS-RPT-NUM1    PIC 9(18).
       01  WS-RPT-NUM2    PIC 9(18).
       01  WS-RPT-NUM3    PIC 9(18).
       01  WS-RPT-NUM4    PIC 9(18).

      *   SYSIN control-card tokenizer scratch.
       01  WS-W1          PIC X(20) VALUE SPACES.
       01  WS-W2          PIC X(20) VALUE SPACES.
       01  WS-W3          PIC X(20) VALUE SPACES.
       01  WS-W4          PIC X(40) VALUE SPACES.
       01  WS-FIELD-TOKEN PIC X(40) VALUE SPACES.
       01  WS-JUNK        PIC X(40) VALUE SPACES.
       01  WS-JUNK2       PIC X(40) VALUE SPACES.
       01  WS-PAREN1      PIC X(40) VALUE SPACES.
       01  WS-PAREN2      PIC X(40) VALUE SPACES.
       01  WS-SPEC-1      PIC X(10) VALUE SPACES.
       01  WS-SPEC-2      PIC X(10) VALUE SPACES.
       01  WS-SPEC-3      PIC X(20) VALUE SPACES.
       01  WS-SPEC-4      PIC X(10) VALUE SPACES.

       01  WS-MSG        PIC X(133).
       01  WS-ERR-DD     PIC X(8)  VALUE SPACES.
       01  WS-ERR-STAT   PIC XX    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE 0 TO WS-FINAL-RC
           PERFORM OPEN-PRTFILE
           IF WS-INIT-OK = 'Y'
              PERFORM READ-CONTROL-CARDS
           END-IF
           IF WS-INIT-OK = 'Y'
              PERFORM CHECK-DECK
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              PERFORM MATCH-LOOP
              PERFORM PRINT-REPORT
           END-IF
           PERFORM TIDY-UP
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      *  READ-CONTROL-CARDS - parse the SYSIN control file             *
      *----------------------------------------------------------------*
       READ-CONTROL-CARDS.
           OPEN INPUT CTLFILE
           IF CTL-STAT = "00" OR CTL-STAT = "97" OR CTL-STAT = "05"
              PERFORM UNTIL WS-CTL-EOF = 'Y'
                 READ CTLFILE
                    AT END
                       MOVE 'Y' TO WS-CTL-EOF
                    NOT AT END
                       PERFORM PARSE-CTL-LINE
                 END-READ
              END-PERFORM
              CLOSE CTLFILE
           ELSE
              MOVE "SYSIN   " TO WS-ERR-DD
              MOVE CTL-STAT   TO WS-ERR-STAT
              PERFORM BUILD-OPEN-ERROR-MSG
           END-IF.

       PARSE-CTL-LINE.
           MOVE SPACES TO WS-W1 WS-W2 WS-W3 WS-W4
           IF CTLLINE(1:1) NOT = '*' AND CTLLINE NOT = SPACES
              UNSTRING CTLLINE DELIMITED BY ALL SPACE
                       INTO WS-W1 WS-W2 WS-W3 WS-W4
              EVALUATE TRUE
                 WHEN WS-W1(1:4) = 'KEY='
                    PERFORM SET-KEY-PARM
                 WHEN WS-W1(1:9) = 'RIGHTKEY='
                    PERFORM SET-RIGHT-KEY-PARM
                 WHEN WS-W1 = 'JOIN'
                    PERFORM ADD-JOIN-FIELD
                 WHEN WS-W1 = 'SUM'
                    PERFORM ADD-SUM-FIELD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *   Strips "KEYWORD=(" and ")" off WS-FIELD-TOKEN, leaving the
      *   comma-separated operands in WS-SPEC-1 thru WS-SPEC-4.
       PARSE-FIELD-SPEC.
           MOVE SPACES TO WS-SPEC-1 WS-SPEC-2 WS-SPEC-3 WS-SPEC-4
           UNSTRING WS-FIELD-TOKEN DELIMITED BY '('
                    INTO WS-JUNK WS-PAREN1
           UNSTRING WS-PAREN1 DELIMITED BY ')'
                    INTO WS-PAREN2 WS-JUNK2
           UNSTRING WS-PAREN2 DELIMITED BY ','
                    INTO WS-SPEC-1 WS-SPEC-2 WS-SPEC-3 WS-SPEC-4.

       SET-KEY-PARM.
           MOVE WS-W1 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           MOVE FUNCTION NUMVAL(WS-SPEC-1) TO WS-KEY-START
           MOVE FUNCTION NUMVAL(WS-SPEC-2) TO WS-KEY-LEN.

       SET-RIGHT-KEY-PARM.
           MOVE WS-W1 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           MOVE FUNCTION NUMVAL(WS-SPEC-1) TO WS-RKEY-START
           MOVE FUNCTION NUMVAL(WS-SPEC-2) TO WS-RKEY-LEN.

      *   JOIN LEFT=(start,len) or JOIN RIGHT=(start,len) - one slice
      *   of the joined record, appended in card order.  A card with
      *   neither side, or without a start and a length, is a deck
      *   error reported by CHECK-DECK.
       ADD-JOIN-FIELD.
           MOVE WS-W2 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           IF WS-JOIN-COUNT < 20
              ADD 1 TO WS-JOIN-COUNT
              EVALUATE TRUE
                 WHEN WS-W2(1:5) = 'LEFT='
                    MOVE 'L' TO WS-JOIN-SIDE(WS-JOIN-COUNT)
                 WHEN WS-W2(1:6) = 'RIGHT='
                    MOVE 'R' TO WS-JOIN-SIDE(WS-JOIN-COUNT)
                 WHEN OTHER
                    MOVE 'Y' TO WS-JOIN-BAD-SW
                    MOVE 'L' TO WS-JOIN-SIDE(WS-JOIN-COUNT)
              END-EVALUATE
              MOVE FUNCTION NUMVAL(WS-SPEC-1)
                                    TO WS-JOIN-START(WS-JOIN-COUNT)
              MOVE FUNCTION NUMVAL(WS-SPEC-2)
                                    TO WS-JOIN-LEN(WS-JOIN-COUNT)
              IF WS-JOIN-START(WS-JOIN-COUNT) = 0
                 OR WS-JOIN-LEN(WS-JOIN-COUNT) = 0
                 MOVE 'Y' TO WS-JOIN-BAD-SW
              END-IF
           END-IF.

      *   SUM LEFT=(start,len,PACKED|ZONED) or SUM RIGHT=(...) - the
      *   copy utility's SUM card with a side in front of the field.
      *   Only the type's first letter decides, and lengths are capped
      *   exactly as there: 9 packed bytes or 18 zoned digits, all an
      *   S9(18) accumulator can absorb per field.
       ADD-SUM-FIELD.
           MOVE WS-W2 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           IF WS-SUM-COUNT < 5
              ADD 1 TO WS-SUM-COUNT
              IF WS-W2(1:6) = 'RIGHT='
                 MOVE 'R' TO WS-SUM-SIDE(WS-SUM-COUNT)
              ELSE
                 MOVE 'L' TO WS-SUM-SIDE(WS-SUM-COUNT)
              END-IF
              MOVE FUNCTION NUMVAL(WS-SPEC-1)
                                    TO WS-SUM-START(WS-SUM-COUNT)
              MOVE FUNCTION NUMVAL(WS-SPEC-2)
                                    TO WS-SUM-LEN(WS-SUM-COUNT)
              MOVE WS-SPEC-3(1:1)   TO WS-SUM-TYPE(WS-SUM-COUNT)
              IF WS-SUM-TYPE(WS-SUM-COUNT) = 'P'
                 AND WS-SUM-LEN(WS-SUM-COUNT) > 9
                 MOVE 9 TO WS-SUM-LEN(WS-SUM-COUNT)
              END-IF
              IF WS-SUM-TYPE(WS-SUM-COUNT) = 'Z'
                 AND WS-SUM-LEN(WS-SUM-COUNT) > 18
                 MOVE 18 TO WS-SUM-LEN(WS-SUM-COUNT)
              END-IF
              MOVE 0 TO WS-SUM-MATCHED(WS-SUM-COUNT)
              MOVE 0 TO WS-SUM-UNMATCH(WS-SUM-COUNT)
           END-IF.

      *   Nothing is read until the deck is known to be sound: a
      *   match on a missing or oversized key would classify every
      *   record wrongly, and a JOIN card that cannot be honored would
      *   put the wrong bytes on every matched record.
       CHECK-DECK.
           IF WS-RKEY-LEN = 0 AND WS-RKEY-START = 0
              MOVE WS-KEY-START TO WS-RKEY-START
              MOVE WS-KEY-LEN   TO WS-RKEY-LEN
           END-IF
           EVALUATE TRUE
              WHEN WS-KEY-START = 0 OR WS-KEY-LEN = 0
                 MOVE "KEY=(start,len) CARD IS REQUIRED" TO WS-MSG
                 PERFORM REPORT-DECK-ERROR
              WHEN WS-KEY-LEN > WS-MAX-KEY-LEN
                 MOVE WS-KEY-LEN TO WS-RPT-NUM1
                 MOVE SPACES TO WS-MSG
                 STRING "KEY= LENGTH=" DELIMITED BY SIZE
                        WS-RPT-NUM1    DELIMITED BY SIZE
                        " NOT SUPPORTED, MUST NOT EXCEED 60"
                                       DELIMITED BY SIZE
                        INTO WS-MSG
                 END-STRING
                 PERFORM REPORT-DECK-ERROR
              WHEN WS-RKEY-START = 0 OR WS-RKEY-LEN NOT = WS-KEY-LEN
                 MOVE "RIGHTKEY= NEEDS A START AND THE KEY= LENGTH"
                   TO WS-MSG
                 PERFORM REPORT-DECK-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-JOIN-BAD-SW = 'Y'
              MOVE "JOIN NEEDS LEFT= OR RIGHT= WITH A START AND LENGTH"
                TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF.

       REPORT-DECK-ERROR.
           MOVE WS-MSG TO PRTLINE
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-INIT-OK.

      *   PRTFILE has to open successfully before anything else does -
      *   it is the only way any failure can be reported.
       OPEN-PRTFILE.
           OPEN OUTPUT PRTFILE
           IF PRT-STAT NOT = "00" AND NOT = "97"
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              MOVE 'N' TO WS-INIT-OK
           END-IF.

      *   SYSUT4, SYSUT5 and SYSUT6 follow the copy utility's
      *   optional-evidence pattern: with no DD (status 35) the
      *   records are still classified and counted - only the copy
      *   is lost.  SYSUT3 is the point of the run and is required.
       INIT.
           IF WS-INIT-OK = 'Y'
              OPEN INPUT LEFTIN
              IF LFT-STAT NOT = "00" AND NOT = "97"
                 MOVE "SYSUT1  " TO WS-ERR-DD
                 MOVE LFT-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              OPEN INPUT RIGHTIN
              IF RGT-STAT NOT = "00" AND NOT = "97"
                 MOVE "SYSUT2  " TO WS-ERR-DD
                 MOVE RGT-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              OPEN OUTPUT MATFILE
              IF MAT-STAT NOT = "00" AND NOT = "97"
                 MOVE "SYSUT3  " TO WS-ERR-DD
                 MOVE MAT-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              OPEN OUTPUT LONFILE
              IF LON-STAT = "00"
                 MOVE 'Y' TO WS-LON-ACTIVE
              ELSE
                 IF LON-STAT NOT = "35" AND LON-STAT NOT = "97"
                    MOVE "SYSUT4  " TO WS-ERR-DD
                    MOVE LON-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
              OPEN OUTPUT RONFILE
              IF RON-STAT = "00"
                 MOVE 'Y' TO WS-RON-ACTIVE
              ELSE
                 IF RON-STAT NOT = "35" AND RON-STAT NOT = "97"
                    MOVE "SYSUT5  " TO WS-ERR-DD
                    MOVE RON-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
              OPEN OUTPUT SEQFILE
              IF SEQ-STAT = "00"
                 MOVE 'Y' TO WS-SEQ-ACTIVE
              ELSE
                 IF SEQ-STAT NOT = "35" AND SEQ-STAT NOT = "97"
                    MOVE "SYSUT6  " TO WS-ERR-DD
                    MOVE SEQ-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
           END-IF.

      *   WS-MSG is delimited on its trailing padding - a full-width
      *   operand DELIMITED BY SIZE would fill PRTLINE by itself and
      *   truncate the DD name and status off the line.
       BUILD-OPEN-ERROR-MSG.
           MOVE "OPEN ERROR ON" TO WS-MSG
           MOVE SPACES TO PRTLINE
           STRING WS-MSG      DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  WS-ERR-DD   DELIMITED BY SIZE
                  ", STATUS=" DELIMITED BY SIZE
                  WS-ERR-STAT DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-INIT-OK.

       BUMP-RC.
           IF WS-RC-CANDIDATE > WS-FINAL-RC
              MOVE WS-RC-CANDIDATE TO WS-FINAL-RC
           END-IF.

      *----------------------------------------------------------------*
      *  MATCH-LOOP - classic two-file key match.  Each side is        *
      *  sequence-checked as it is read, so only in-sequence records   *
      *  ever reach the compare and one forward pass settles every     *
      *  key.  Duplicate keys pair off in arrival order; a surplus     *
      *  duplicate on either side falls out as one-sided.              *
      *----------------------------------------------------------------*
       MATCH-LOOP.
           PERFORM READ-LEFT-RECORD
           PERFORM READ-RIGHT-RECORD
           PERFORM MATCH-ONE-PAIR
              UNTIL WS-LEFT-EOF = 'Y' AND WS-RIGHT-EOF = 'Y'.

       MATCH-ONE-PAIR.
           EVALUATE TRUE
              WHEN WS-LEFT-EOF = 'Y'
                 PERFORM NOTE-RIGHT-ONLY
                 PERFORM READ-RIGHT-RECORD
              WHEN WS-RIGHT-EOF = 'Y'
                 PERFORM NOTE-LEFT-ONLY
                 PERFORM READ-LEFT-RECORD
              WHEN WS-RIGHT-KEY < WS-LEFT-KEY
                 PERFORM NOTE-RIGHT-ONLY
                 PERFORM READ-RIGHT-RECORD
              WHEN WS-LEFT-KEY < WS-RIGHT-KEY
                 PERFORM NOTE-LEFT-ONLY
                 PERFORM READ-LEFT-RECORD
              WHEN OTHER
                 PERFORM NOTE-MATCHED-PAIR
                 PERFORM READ-LEFT-RECORD
                 PERFORM READ-RIGHT-RECORD
           END-EVALUATE.

      *   Reads on until the next in-sequence record (or end of
      *   file), diverting each sequence exception on the way.
       READ-LEFT-RECORD.
           MOVE 'N' TO WS-LEFT-READY
           PERFORM READ-LEFT-ONE
              UNTIL WS-LEFT-READY = 'Y' OR WS-LEFT-EOF = 'Y'.

       READ-LEFT-ONE.
           READ LEFTIN
              AT END
                 MOVE 'Y' TO WS-LEFT-EOF
              NOT AT END
                 ADD 1 TO WS-LEFT-COUNT
                 PERFORM CHECK-LEFT-SEQUENCE
           END-READ.

      *   Equal keys are in sequence (duplicates); only a key below
      *   its predecessor is not.  The predecessor stays where it was,
      *   so one stray record costs one exception, not a cascade.
       CHECK-LEFT-SEQUENCE.
           COMPUTE WS-KEY-END = WS-KEY-START + WS-KEY-LEN - 1
           IF WS-KEY-END > LFT-LEN
              MOVE "SHORT   " TO SEQ-REASON
              PERFORM DIVERT-LEFT-RECORD
           ELSE
              MOVE LFTREC(WS-KEY-START:WS-KEY-LEN) TO WS-LEFT-KEY
              IF WS-LEFT-PREV-SW = 'Y'
                 AND WS-LEFT-KEY < WS-LEFT-PREV
                 MOVE "SEQUENCE" TO SEQ-REASON
                 PERFORM DIVERT-LEFT-RECORD
              ELSE
                 MOVE WS-LEFT-KEY TO WS-LEFT-PREV
                 MOVE 'Y' TO WS-LEFT-PREV-SW
                 MOVE 'Y' TO WS-LEFT-READY
              END-IF
           END-IF.

       DIVERT-LEFT-RECORD.
           ADD 1 TO WS-LSEQ-COUNT
           MOVE "SYSUT1  "    TO SEQ-DD
           MOVE WS-LEFT-COUNT TO SEQ-RECNO
           MOVE LFTREC(1:LFT-LEN) TO SEQ-DATA(1:LFT-LEN)
           COMPUTE SEQ-LEN = 25 + LFT-LEN
           PERFORM WRITE-SEQUENCE-RECORD.

       READ-RIGHT-RECORD.
           MOVE 'N' TO WS-RIGHT-READY
           PERFORM READ-RIGHT-ONE
              UNTIL WS-RIGHT-READY = 'Y' OR WS-RIGHT-EOF = 'Y'.

       READ-RIGHT-ONE.
           READ RIGHTIN
              AT END
                 MOVE 'Y' TO WS-RIGHT-EOF
              NOT AT END
                 ADD 1 TO WS-RIGHT-COUNT
                 PERFORM CHECK-RIGHT-SEQUENCE
           END-READ.

       CHECK-RIGHT-SEQUENCE.
           COMPUTE WS-KEY-END = WS-RKEY-START + WS-RKEY-LEN - 1
           IF WS-KEY-END > RGT-LEN
              MOVE "SHORT   " TO SEQ-REASON
              PERFORM DIVERT-RIGHT-RECORD
           ELSE
              MOVE RGTREC(WS-RKEY-START:WS-RKEY-LEN) TO WS-RIGHT-KEY
              IF WS-RIGHT-PREV-SW = 'Y'
                 AND WS-RIGHT-KEY < WS-RIGHT-PREV
                 MOVE "SEQUENCE" TO SEQ-REASON
                 PERFORM DIVERT-RIGHT-RECORD
              ELSE
                 MOVE WS-RIGHT-KEY TO WS-RIGHT-PREV
                 MOVE 'Y' TO WS-RIGHT-PREV-SW
                 MOVE 'Y' TO WS-RIGHT-READY
              END-IF
           END-IF.

       DIVERT-RIGHT-RECORD.
           ADD 1 TO WS-RSEQ-COUNT
           MOVE "SYSUT2  "     TO SEQ-DD
           MOVE WS-RIGHT-COUNT TO SEQ-RECNO
           MOVE RGTREC(1:RGT-LEN) TO SEQ-DATA(1:RGT-LEN)
           COMPUTE SEQ-LEN = 25 + RGT-LEN
           PERFORM WRITE-SEQUENCE-RECORD.

      *   Any sequence exception makes the run RC 8 - the files were
      *   not in the order the match depends on - but the exception
      *   is named and set aside, never matched.
       WRITE-SEQUENCE-RECORD.
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           IF WS-LINES-WRITTEN < WS-MAX-LINES-RUN
              ADD 1 TO WS-LINES-WRITTEN
              MOVE SEQ-RECNO TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING SEQ-DD            DELIMITED BY SPACE
                     " RECORD "        DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                     " OUT OF SEQUENCE (" DELIMITED BY SIZE
                     SEQ-REASON        DELIMITED BY SPACE
                     ") - SET ASIDE, NOT MATCHED" DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-SEQ-ACTIVE = 'Y'
              WRITE SEQREC
              IF SEQ-STAT NOT = "00"
                 MOVE "WRITE ERROR ON SYSUT6, STATUS=" TO WS-MSG
                 MOVE SEQ-STAT TO WS-ERR-STAT
                 PERFORM REPORT-WRITE-ERROR
              END-IF
           END-IF.

      *   A failed write ends the match where it stands: both sides
      *   are marked at end so the loop drains no further.
       REPORT-WRITE-ERROR.
           MOVE SPACES TO PRTLINE
           STRING WS-MSG DELIMITED BY "  "
                  WS-ERR-STAT DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'Y' TO WS-LEFT-EOF
           MOVE 'Y' TO WS-RIGHT-EOF.

      *----------------------------------------------------------------*
      *  Classification - one paragraph per class                      *
      *----------------------------------------------------------------*
       NOTE-MATCHED-PAIR.
           ADD 1 TO WS-MATCH-COUNT
           IF WS-SUM-COUNT > 0
              MOVE 'M' TO WS-SUM-CLASS
              MOVE 'L' TO WS-SUM-FOR-SIDE
              PERFORM ACCUMULATE-SUMS
              MOVE 'R' TO WS-SUM-FOR-SIDE
              PERFORM ACCUMULATE-SUMS
           END-IF
           PERFORM BUILD-JOINED-RECORD
           MOVE WS-JOINBUF(1:WS-JOINBUF-LEN) TO MATREC(1:WS-JOINBUF-LEN)
           MOVE WS-JOINBUF-LEN TO MAT-LEN
           WRITE MATREC
           IF MAT-STAT NOT = "00"
              MOVE "WRITE ERROR ON SYSUT3, STATUS=" TO WS-MSG
              MOVE MAT-STAT TO WS-ERR-STAT
              PERFORM REPORT-WRITE-ERROR
           END-IF.

       NOTE-LEFT-ONLY.
           ADD 1 TO WS-LONLY-COUNT
           IF WS-SUM-COUNT > 0
              MOVE 'U' TO WS-SUM-CLASS
              MOVE 'L' TO WS-SUM-FOR-SIDE
              PERFORM ACCUMULATE-SUMS
           END-IF
           IF WS-LON-ACTIVE = 'Y'
              MOVE LFTREC(1:LFT-LEN) TO LONREC(1:LFT-LEN)
              MOVE LFT-LEN TO LON-LEN
              WRITE LONREC
              IF LON-STAT NOT = "00"
                 MOVE "WRITE ERROR ON SYSUT4, STATUS=" TO WS-MSG
                 MOVE LON-STAT TO WS-ERR-STAT
                 PERFORM REPORT-WRITE-ERROR
              END-IF
           END-IF.

       NOTE-RIGHT-ONLY.
           ADD 1 TO WS-RONLY-COUNT
           IF WS-SUM-COUNT > 0
              MOVE 'U' TO WS-SUM-CLASS
              MOVE 'R' TO WS-SUM-FOR-SIDE
              PERFORM ACCUMULATE-SUMS
           END-IF
           IF WS-RON-ACTIVE = 'Y'
              MOVE RGTREC(1:RGT-LEN) TO RONREC(1:RGT-LEN)
              MOVE RGT-LEN TO RON-LEN
              WRITE RONREC
              IF RON-STAT NOT = "00"
                 MOVE "WRITE ERROR ON SYSUT5, STATUS=" TO WS-MSG
                 MOVE RON-STAT TO WS-ERR-STAT
                 PERFORM REPORT-WRITE-ERROR
              END-IF
           END-IF.

      *   The joined record: the JOIN slices in card order, or with no
      *   JOIN card the left record followed by the right.
       BUILD-JOINED-RECORD.
           MOVE 0   TO WS-JOINBUF-LEN
           MOVE 'N' TO WS-JOIN-PAD-SW
           MOVE 'N' TO WS-JOIN-TRUNC-SW
           IF WS-JOIN-COUNT = 0
              MOVE 'L'     TO WS-APP-SIDE
              MOVE 1       TO WS-APP-START
              MOVE LFT-LEN TO WS-APP-LEN
              PERFORM APPEND-JOIN-SLICE
              MOVE 'R'     TO WS-APP-SIDE
              MOVE 1       TO WS-APP-START
              MOVE RGT-LEN TO WS-APP-LEN
              PERFORM APPEND-JOIN-SLICE
           ELSE
              PERFORM APPEND-ONE-JOIN-FIELD
                 VARYING WS-JOIN-IDX FROM 1 BY 1
                 UNTIL WS-JOIN-IDX > WS-JOIN-COUNT
           END-IF
           IF WS-JOIN-PAD-SW = 'Y'
              ADD 1 TO WS-JOIN-PAD-COUNT
           END-IF
           IF WS-JOIN-TRUNC-SW = 'Y'
              ADD 1 TO WS-JOIN-TRUNC-COUNT
           END-IF.

       APPEND-ONE-JOIN-FIELD.
           MOVE WS-JOIN-SIDE(WS-JOIN-IDX)  TO WS-APP-SIDE
           MOVE WS-JOIN-START(WS-JOIN-IDX) TO WS-APP-START
           MOVE WS-JOIN-LEN(WS-JOIN-IDX)   TO WS-APP-LEN
           PERFORM APPEND-JOIN-SLICE.

       APPEND-JOIN-SLICE.
           IF WS-APP-SIDE = 'L'
              MOVE LFT-LEN TO WS-SRC-LEN
           ELSE
              MOVE RGT-LEN TO WS-SRC-LEN
           END-IF
           COMPUTE WS-JOIN-ROOM = 32756 - WS-JOINBUF-LEN
           IF WS-APP-LEN > WS-JOIN-ROOM
              MOVE WS-JOIN-ROOM TO WS-APP-LEN
              MOVE 'Y' TO WS-JOIN-TRUNC-SW
           END-IF
           IF WS-APP-LEN > 0
              MOVE SPACES TO WS-JOINBUF(WS-JOINBUF-LEN + 1:WS-APP-LEN)
              IF WS-APP-START > WS-SRC-LEN
                 MOVE 0 TO WS-APP-AVAIL
              ELSE
                 COMPUTE WS-APP-AVAIL = WS-SRC-LEN - WS-APP-START + 1
              END-IF
              IF WS-APP-AVAIL > WS-APP-LEN
                 MOVE WS-APP-LEN TO WS-APP-AVAIL
              END-IF
              IF WS-APP-AVAIL < WS-APP-LEN
                 MOVE 'Y' TO WS-JOIN-PAD-SW
              END-IF
              IF WS-APP-AVAIL > 0
                 IF WS-APP-SIDE = 'L'
                    MOVE LFTREC(WS-APP-START:WS-APP-AVAIL)
                      TO WS-JOINBUF(WS-JOINBUF-LEN + 1:WS-APP-AVAIL)
                 ELSE
                    MOVE RGTREC(WS-APP-START:WS-APP-AVAIL)
                      TO WS-JOINBUF(WS-JOINBUF-LEN + 1:WS-APP-AVAIL)
                 END-IF
              END-IF
              ADD WS-APP-LEN TO WS-JOINBUF-LEN
           END-IF.

      *----------------------------------------------------------------*
      *  Amount totals - the copy utility's SUM extraction, run over   *
      *  whichever side's record the class and side call for           *
      *----------------------------------------------------------------*
       ACCUMULATE-SUMS.
           IF WS-SUM-FOR-SIDE = 'L'
              MOVE LFT-LEN TO WS-WORK-LEN
              MOVE LFTREC(1:LFT-LEN) TO WS-OUTBUF(1:LFT-LEN)
           ELSE
              MOVE RGT-LEN TO WS-WORK-LEN
              MOVE RGTREC(1:RGT-LEN) TO WS-OUTBUF(1:RGT-LEN)
           END-IF
           PERFORM ACCUMULATE-IF-SIDE-MATCHES
              VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT.

       ACCUMULATE-IF-SIDE-MATCHES.
           IF WS-SUM-SIDE(WS-SUM-IDX) = WS-SUM-FOR-SIDE
              PERFORM ACCUMULATE-ONE-SUM
           END-IF.

       ACCUMULATE-ONE-SUM.
           COMPUTE WS-SUM-END =
              WS-SUM-START(WS-SUM-IDX) + WS-SUM-LEN(WS-SUM-IDX) - 1
           IF WS-SUM-LEN(WS-SUM-IDX) = 0
              OR WS-SUM-START(WS-SUM-IDX) = 0
              OR WS-SUM-END > WS-WORK-LEN
              ADD 1 TO WS-SUM-BAD-COUNT
           ELSE
              EVALUATE WS-SUM-TYPE(WS-SUM-IDX)
                 WHEN 'P'
                    PERFORM EXTRACT-PACKED-VALUE
                 WHEN 'Z'
                    PERFORM EXTRACT-ZONED-VALUE
                 WHEN OTHER
                    MOVE 'N' TO WS-SUM-OK
              END-EVALUATE
              IF WS-SUM-OK = 'Y'
                 IF WS-SUM-CLASS = 'M'
                    ADD WS-SUM-VALUE TO WS-SUM-MATCHED(WS-SUM-IDX)
                 ELSE
                    ADD WS-SUM-VALUE TO WS-SUM-UNMATCH(WS-SUM-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-SUM-BAD-COUNT
              END-IF
           END-IF.

      *   Packed decimal to binary: two digits per byte until the
      *   final byte, whose high nibble is the last digit and whose
      *   low nibble is the sign - B or D meaning negative.  Any
      *   nibble out of place marks the field malformed.
       EXTRACT-PACKED-VALUE.
           MOVE 0 TO WS-SUM-VALUE
           MOVE 'Y' TO WS-SUM-OK
           MOVE 'N' TO WS-SUM-NEG
           PERFORM EXTRACT-PACKED-BYTE
              VARYING WS-SUM-POS
              FROM WS-SUM-START(WS-SUM-IDX) BY 1
              UNTIL WS-SUM-POS > WS-SUM-END
                 OR WS-SUM-OK = 'N'
           IF WS-SUM-OK = 'Y' AND WS-SUM-NEG = 'Y'
              COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
           END-IF.

       EXTRACT-PACKED-BYTE.
           COMPUTE WS-BYTE-VAL =
              FUNCTION ORD(WS-OUTBUF(WS-SUM-POS:1)) - 1
           DIVIDE WS-BYTE-VAL BY 16
              GIVING WS-NIB-HI REMAINDER WS-NIB-LO
           IF WS-SUM-POS < WS-SUM-END
              IF WS-NIB-HI > 9 OR WS-NIB-LO > 9
                 MOVE 'N' TO WS-SUM-OK
              ELSE
                 COMPUTE WS-SUM-VALUE = WS-SUM-VALUE * 100
                    + WS-NIB-HI * 10 + WS-NIB-LO
              END-IF
           ELSE
              IF WS-NIB-HI > 9 OR WS-NIB-LO < 10
                 MOVE 'N' TO WS-SUM-OK
              ELSE
                 COMPUTE WS-SUM-VALUE = WS-SUM-VALUE * 10 + WS-NIB-HI
                 IF WS-NIB-LO = 11 OR WS-NIB-LO = 13
                    MOVE 'Y' TO WS-SUM-NEG
                 END-IF
              END-IF
           END-IF.

      *   Zoned amounts are display digits with an optional separate
      *   leading or trailing + or - sign, stripped before NUMVAL and
      *   reapplied after; anything else (an overpunched sign
      *   included) is malformed, exactly as in the copy utility.
       EXTRACT-ZONED-VALUE.
           MOVE 0 TO WS-SUM-VALUE
           MOVE 'Y' TO WS-SUM-OK
           MOVE 'N' TO WS-SUM-NEG
           MOVE WS-SUM-START(WS-SUM-IDX) TO WS-ZONED-POS
           MOVE WS-SUM-LEN(WS-SUM-IDX)   TO WS-ZONED-LEN
           EVALUATE TRUE
              WHEN WS-OUTBUF(WS-ZONED-POS:1) = '-'
                 MOVE 'Y' TO WS-SUM-NEG
                 ADD 1 TO WS-ZONED-POS
                 SUBTRACT 1 FROM WS-ZONED-LEN
              WHEN WS-OUTBUF(WS-ZONED-POS:1) = '+'
                 ADD 1 TO WS-ZONED-POS
                 SUBTRACT 1 FROM WS-ZONED-LEN
              WHEN WS-OUTBUF(WS-SUM-END:1) = '-'
                 MOVE 'Y' TO WS-SUM-NEG
                 SUBTRACT 1 FROM WS-ZONED-LEN
              WHEN WS-OUTBUF(WS-SUM-END:1) = '+'
                 SUBTRACT 1 FROM WS-ZONED-LEN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-ZONED-LEN = 0
              MOVE 'N' TO WS-SUM-OK
           ELSE
              IF WS-OUTBUF(WS-ZONED-POS:WS-ZONED-LEN) IS NUMERIC
                 MOVE FUNCTION NUMVAL(
                    WS-OUTBUF(WS-ZONED-POS:WS-ZONED-LEN))
                   TO WS-SUM-VALUE
                 IF WS-SUM-NEG = 'Y'
                    COMPUTE WS-SUM-VALUE = 0 - WS-SUM-VALUE
                 END-IF
              ELSE
                 MOVE 'N' TO WS-SUM-OK
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *  PRINT-REPORT - match classification summary to SYSPRINT       *
      *----------------------------------------------------------------*
       PRINT-REPORT.
           MOVE WS-LEFT-COUNT  TO WS-RPT-NUM1
           MOVE WS-RIGHT-COUNT TO WS-RPT-NUM2
           MOVE SPACES TO PRTLINE
           STRING "COBMATCH READ LEFT=" DELIMITED BY SIZE
                  WS-RPT-NUM1           DELIMITED BY SIZE
                  "  RIGHT="            DELIMITED BY SIZE
                  WS-RPT-NUM2           DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE WS-MATCH-COUNT TO WS-RPT-NUM1
           MOVE WS-LONLY-COUNT TO WS-RPT-NUM2
           MOVE WS-RONLY-COUNT TO WS-RPT-NUM3
           MOVE SPACES TO PRTLINE
           STRING "MATCHED="      DELIMITED BY SIZE
                  WS-RPT-NUM1     DELIMITED BY SIZE
                  "  LEFT ONLY="  DELIMITED BY SIZE
                  WS-RPT-NUM2     DELIMITED BY SIZE
                  "  RIGHT ONLY=" DELIMITED BY SIZE
                  WS-RPT-NUM3     DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE WS-LSEQ-COUNT TO WS-RPT-NUM1
           MOVE WS-RSEQ-COUNT TO WS-RPT-NUM2
           MOVE SPACES TO PRTLINE
           STRING "OUT OF SEQUENCE LEFT=" DELIMITED BY SIZE
                  WS-RPT-NUM1             DELIMITED BY SIZE
                  "  RIGHT="              DELIMITED BY SIZE
                  WS-RPT-NUM2             DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-JOIN-PAD-COUNT > 0 OR WS-JOIN-TRUNC-COUNT > 0
              MOVE WS-JOIN-PAD-COUNT   TO WS-RPT-NUM1
              MOVE WS-JOIN-TRUNC-COUNT TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "JOINED RECORDS PADDED=" DELIMITED BY SIZE
                     WS-RPT-NUM1              DELIMITED BY SIZE
                     "  CUT AT 32756="        DELIMITED BY SIZE
                     WS-RPT-NUM2              DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           PERFORM PRINT-SUM-LINE
              VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT
           IF WS-SUM-BAD-COUNT > 0
              MOVE WS-SUM-BAD-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "SUM FIELDS MALFORMED OR SHORT, NOT TOTALED="
                                    DELIMITED BY SIZE
                     WS-RPT-NUM1    DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-LONLY-COUNT > 0 OR WS-RONLY-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           ELSE
              IF WS-LSEQ-COUNT = 0 AND WS-RSEQ-COUNT = 0
                 MOVE "EVERY KEY MATCHED - FILES RECONCILE" TO PRTLINE
                 WRITE PRTLINE
              END-IF
           END-IF.

      *   One line per SUM field: its matched total and the total over
      *   its own side's unmatched records.
       PRINT-SUM-LINE.
           MOVE WS-SUM-IDX TO WS-RPT-NUM1
           MOVE WS-SUM-START(WS-SUM-IDX) TO WS-RPT-NUM2
           MOVE WS-SUM-LEN(WS-SUM-IDX)   TO WS-RPT-NUM3
           MOVE WS-SUM-MATCHED(WS-SUM-IDX) TO WS-SUM-DISP
           MOVE WS-SUM-UNMATCH(WS-SUM-IDX) TO WS-SUM-DISP2
           IF WS-SUM-SIDE(WS-SUM-IDX) = 'L'
              MOVE "LEFT " TO WS-SIDE-DISP
           ELSE
              MOVE "RIGHT" TO WS-SIDE-DISP
           END-IF
           MOVE SPACES TO PRTLINE
           STRING "SUM FIELD="       DELIMITED BY SIZE
                  WS-RPT-NUM1(16:3)  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-SIDE-DISP       DELIMITED BY SIZE
                  " START="          DELIMITED BY SIZE
                  WS-RPT-NUM2(14:5)  DELIMITED BY SIZE
                  " LEN="            DELIMITED BY SIZE
                  WS-RPT-NUM3(14:5)  DELIMITED BY SIZE
                  " TYPE="           DELIMITED BY SIZE
                  WS-SUM-TYPE(WS-SUM-IDX) DELIMITED BY SIZE
                  " MATCHED="        DELIMITED BY SIZE
                  WS-SUM-DISP        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-SIDE-DISP       DELIMITED BY SPACE
                  " ONLY="           DELIMITED BY SIZE
                  WS-SUM-DISP2       DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       TIDY-UP.
           CLOSE LEFTIN RIGHTIN MATFILE PRTFILE
           IF WS-LON-ACTIVE = 'Y'
              CLOSE LONFILE
           END-IF
           IF WS-RON-ACTIVE = 'Y'
              CLOSE RONFILE
           END-IF
           IF WS-SEQ-ACTIVE = 'Y'
              CLOSE SEQFILE
           END-IF
           EXIT.

       END PROGRAM COBMATCH.
