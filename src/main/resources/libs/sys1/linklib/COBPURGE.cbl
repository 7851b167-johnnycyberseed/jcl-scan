      *----------------------------------------------------------------*
      *  COBPURGE - date-driven retention purge of the master KSDS     *
      *  - MODE=PURGE (the default) reads the master cluster on        *
      *    SYSUT2 front to back and removes every record whose         *
      *    retention date is older than the cutoff.  The RETAIN card   *
      *    names the date field in the data portion (positions count   *
      *    from the first byte after the 60-byte key), its format and  *
      *    the retention period:                                       *
      *       RETAIN FIELD=(start,format) DAYS=n | MONTHS=n | YEARS=n  *
      *    format CCYYMMDD, CCYY-MM-DD (any separator), YYMMDD (the    *
      *    shop's 1950-2049 century window) or CCYYDDD.  The cutoff    *
      *    is the run date less the period; a date before it purges.   *
      *  - An optional INCLUDE or OMIT FIELD=(start,length,value) card *
      *    on the data portion narrows the purge - INCLUDE FIELD=      *
      *    (1,1,C) purges closed accounts only.  A record too short    *
      *    to carry the condition field is never purged.  Only one     *
      *    INCLUDE or OMIT card is taken, and a card the program does  *
      *    not know is a deck error rather than ignored.               *
      *  - A blank, zero or all-nines date is no date at all and the   *
      *    record stays; a date that cannot be read (or a record too   *
      *    short to carry it) stays too, listed and flagged RC=4.      *
      *  - Each purged record is first appended to the archive on      *
      *    ARCH01 with the run stamp, then journaled to JRNL01 as a    *
      *    'D' before-image, and only then deleted - COBBKOUT writes   *
      *    a purge back exactly as it backs out COBMAINT deletes.      *
      *  - MODE=RESTORE reloads the KEY=value keys (columns 5-64, up   *
      *    to 50 cards) from ARCH01 when a closed account is reopened. *
      *    The latest archived image of each key is written back and   *
      *    journaled as an 'A'; a key not on the archive, or already   *
      *    back on the cluster, is listed and not restored, RC=4.      *
      *  - Either mode takes the LOCK01 hold the copy utility takes    *
      *    (LOCKOVR=Y honored) and appends its AUDIT01 history record  *
      *    with the adds and deletes it made.  Ends RETURN-CODE 8 on a *
      *    deck error or an open, archive, journal or apply failure.   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPURGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CDYMD
           FUNCTION CHTIME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTKSDS   ASSIGN TO SYSUT2
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS MNT-KEY
                            FILE STATUS IS MNT-STAT.
           SELECT OPTIONAL ARCFILE  ASSIGN TO ARCH01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS ARC-STAT.
           SELECT OPTIONAL JRNFILE  ASSIGN TO JRNL01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS JRN-STAT.
           SELECT OPTIONAL AUDFILE  ASSIGN TO AUDIT01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS AUD-STAT.
           SELECT OPTIONAL LCKFILE  ASSIGN TO LOCK01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS LCK-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *   The master cluster, in the same 60-byte record-key layout
      *   the copy utility's KSDS loads carry.
       FD  MNTKSDS
           RECORD VARYING FROM 60 TO 32816 DEPENDING ON MNT-LEN.
       01  MNTREC.
           05  MNT-KEY       PIC X(60).
           05  MNT-REST      PIC X(32756).

      *   Purge archive.  One record per purged cluster record: the
      *   stamp of the run that purged it, then the record complete,
      *   key and data portion.  Every purge appends (DISP=MOD), so
      *   one archive holds them all and a restore need not know
      *   which night took a key away.
       FD  ARCFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 78 TO 32834 DEPENDING ON ARC-LEN.
       01  ARCREC.
           05  ARC-DATE      PIC X(10).
           05  ARC-TIME      PIC X(8).
           05  ARC-KEY       PIC X(60).
           05  ARC-DATA      PIC X(32756).

      *   Maintenance journal - this layout mirrors the JRNFILE FD in
      *   the copy utility and must stay in step with it.  'A' carries
      *   a restored key, 'D' the before-image of a purged record.
       FD  JRNFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 79 TO 32835 DEPENDING ON JRN-LEN.
       01  JRNREC.
           05  JRN-ACTION    PIC X.
           05  JRN-DATE      PIC X(10).
           05  JRN-TIME      PIC X(8).
           05  JRN-KEY       PIC X(60).
           05  JRN-DATA      PIC X(32756).

      *   Run-history audit record - this layout mirrors the AUDFILE
      *   FD in the copy utility and must stay in step with it.
       FD  AUDFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  AUDREC.
           05  AUD-DATE       PIC X(10).
           05  AUD-TIME       PIC X(8).
           05  AUD-OPTS       PIC X(40).
           05  AUD-READ       PIC 9(18).
           05  AUD-WRITTEN    PIC 9(18).
           05  AUD-COUNT3     PIC 9(18).
           05  AUD-COUNT4     PIC 9(18).
           05  AUD-OMITTED    PIC 9(18).
           05  AUD-VIOLATIONS PIC 9(18).
           05  AUD-RC         PIC 9(3).
           05  AUD-LCK        PIC X.
           05  AUD-ADDED      PIC 9(12).
           05  AUD-DELETED    PIC 9(12).
           05  FILLER         PIC X(6).

      *   Single-record run-serialization lock - this layout mirrors
      *   the LCKFILE FD in the copy utility and must stay in step
      *   with it.  A purge contends for the same targets as a copy
      *   run: the two must never meet on the cluster.
       FD  LCKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  LCKREC.
           05  LCK-STATE     PIC X.
           05  LCK-DATE      PIC X(10).
           05  LCK-TIME      PIC X(8).
           05  LCK-TARGET    PIC X(40).
           05  FILLER        PIC X(41).

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
       01  MNT-STAT    PIC XX  VALUE SPACES.
       01  ARC-STAT    PIC XX  VALUE SPACES.
       01  JRN-STAT    PIC XX  VALUE SPACES.
       01  AUD-STAT    PIC XX  VALUE SPACES.
       01  LCK-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  MNT-LEN     PIC 9(5) COMP VALUE 0.
       01  ARC-LEN     PIC 9(5) COMP VALUE 0.
       01  JRN-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-EOF      PIC X VALUE 'N'.
       01  WS-CTL-EOF  PIC X VALUE 'N'.
       01  WS-INIT-OK  PIC X VALUE 'Y'.

      *   Run mode: 'P' purge, 'R' restore.  WS-ARC-ACTIVE is set once
      *   ARCH01 is open, whichever way round.
       01  WS-MODE        PIC X VALUE 'P'.
       01  WS-MODE-BAD    PIC X VALUE 'N'.
       01  WS-ARC-ACTIVE  PIC X VALUE 'N'.
       01  WS-JRN-ACTIVE  PIC X VALUE 'N'.

      *   Run serialization (LOCK01, LOCKOVR=), exactly as the copy
      *   utility takes it: examined and taken before the cluster
      *   opens, refused RC=8 against another run's unexpired hold on
      *   the same targets, stale debris older than the TTL taken
      *   over, LOCKOVR=Y on SYSIN to break a younger one, released
      *   in TIDY-UP.  No LOCK01 DD leaves the run legal but
      *   unserialized, warned and flagged RC=4.
       01  WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01  WS-RUN-TIME       PIC X(8)  VALUE SPACES.
       01  WS-CURRENT-DATE   PIC X(21) VALUE SPACES.

       01  CURR-DATE-TIME.
           05  CDT-YEAR    PIC 9(4).
           05  CDT-MONTH   PIC 9(2).
           05  CDT-DAY     PIC 9(2).
           05  CDT-HOUR    PIC 9(2).
           05  CDT-MIN     PIC 9(2).
           05  CDT-SEC     PIC 9(2).
       01  WS-LCK-ACTIVE     PIC X     VALUE 'N'.
       01  WS-LCK-AUD        PIC X     VALUE 'N'.
       01  WS-LOCKOVR-SW     PIC X     VALUE 'N'.
       01  WS-LCK-FREE       PIC X     VALUE 'N'.
       01  WS-LCK-STALE      PIC X     VALUE 'N'.
       01  WS-LCK-TTL        PIC 9(9)  COMP VALUE 14400.
       01  WS-LCK-AGE        PIC S9(9) COMP VALUE 0.
       01  WS-LCK-NOW-SECS   PIC 9(9)  COMP VALUE 0.
       01  WS-LCK-THEN-SECS  PIC 9(9)  COMP VALUE 0.
       01  WS-LCK-HH         PIC 9(2)  VALUE 0.
       01  WS-LCK-MM         PIC 9(2)  VALUE 0.
       01  WS-LCK-SS         PIC 9(2)  VALUE 0.
       01  WS-LCK-YMD        PIC 9(8)  VALUE 0.
       01  WS-LCK-DAYS       PIC S9(9) COMP VALUE 0.
       01  WS-LCK-TARGET-RUN PIC X(40)
           VALUE "SYSUT2+AUDIT01+CKPT01".

      *   SYSIN control-card tokenizer scratch.
       01  WS-W1          PIC X(40) VALUE SPACES.
       01  WS-W2          PIC X(40) VALUE SPACES.
       01  WS-W3          PIC X(40) VALUE SPACES.
       01  WS-FIELD-TOKEN PIC X(40) VALUE SPACES.
       01  WS-JUNK        PIC X(40) VALUE SPACES.
       01  WS-JUNK2       PIC X(40) VALUE SPACES.
       01  WS-PAREN1      PIC X(40) VALUE SPACES.
       01  WS-PAREN2      PIC X(40) VALUE SPACES.
       01  WS-SPEC-1      PIC X(10) VALUE SPACES.
       01  WS-SPEC-2      PIC X(10) VALUE SPACES.
       01  WS-SPEC-3      PIC X(20) VALUE SPACES.
       01  WS-SPEC-4      PIC X(10) VALUE SPACES.

       01  WS-FINAL-RC      PIC 9(3) VALUE 0.
       01  WS-RC-CANDIDATE  PIC 9(3) VALUE 0.

      *   The RETAIN card.  WS-RET-LEN is the field width the format
      *   implies; WS-RET-UNIT is 'D', 'M' or 'Y' for the period.
       01  WS-RET-SW       PIC X     VALUE 'N'.
       01  WS-RET-BAD      PIC X     VALUE 'N'.
       01  WS-RET-START    PIC 9(5)  VALUE 0.
       01  WS-RET-FMT      PIC X(10) VALUE SPACES.
       01  WS-RET-LEN      PIC 9(2)  VALUE 0.
       01  WS-RET-UNIT     PIC X     VALUE SPACE.
       01  WS-RET-UNIT-NAME PIC X(6) VALUE SPACES.
       01  WS-RET-PERIOD   PIC 9(5)  VALUE 0.
       01  WS-RET-END      PIC 9(6)  COMP VALUE 0.

      *   The INCLUDE/OMIT purge condition, in the copy utility's
      *   FIELD=(start,length,value) form; WS-SEL-TYPE stays blank
      *   when there is none and every dated record is a candidate.
       01  WS-SEL-TYPE     PIC X     VALUE SPACE.
       01  WS-SEL-BAD      PIC X     VALUE 'N'.
       01  WS-SEL-START    PIC 9(5)  VALUE 0.
       01  WS-SEL-LEN      PIC 9(3)  VALUE 0.
       01  WS-SEL-VALUE    PIC X(20) VALUE SPACES.
       01  WS-SEL-OK       PIC X     VALUE 'Y'.
       01  WS-MAX-SEL-LEN  PIC 9(3)  VALUE 20.

      *   Cutoff and per-record date work.  Every format is brought
      *   to a CCYYMMDD number and compared with WS-CUT-YMD; the
      *   digits the format carries are gathered in WS-DIGITS first
      *   so a null date is recognized whatever its punctuation.
       01  WS-CUT-YMD       PIC 9(8)  VALUE 0.
       01  WS-CUT-YMD-X REDEFINES WS-CUT-YMD PIC X(8).
       01  WS-CUT-DATE      PIC X(10) VALUE SPACES.
       01  WS-CUT-DAYS      PIC S9(9) COMP VALUE 0.
       01  WS-CUT-MONTHS    PIC S9(9) COMP VALUE 0.
       01  WS-CUT-YEAR      PIC 9(4)  VALUE 0.
       01  WS-CUT-MON0      PIC 9(2)  VALUE 0.
       01  WS-CUT-MONTH     PIC 9(2)  VALUE 0.
       01  WS-YMD           PIC 9(8)  VALUE 0.
       01  WS-YMD-X REDEFINES WS-YMD PIC X(8).
       01  WS-JUL           PIC 9(7)  VALUE 0.
       01  WS-JUL-X REDEFINES WS-JUL PIC X(7).
       01  WS-DATE-FLD      PIC X(10) VALUE SPACES.
       01  WS-DIGITS        PIC X(8)  VALUE SPACES.
       01  WS-DIG-LEN       PIC 9(2)  VALUE 0.
       01  WS-DATE-STATE    PIC X     VALUE SPACE.
       01  WS-DATA-LEN      PIC 9(5)  COMP VALUE 0.
       01  WS-FLD-END       PIC 9(6)  COMP VALUE 0.

      *   Keys asked for on a restore (KEY=value, columns 5-64).
      *   WS-RST-HITS is how many archived images the key has, and
      *   WS-RST-SEEN counts them off on the second pass, so only the
      *   latest - the last one appended - goes back.  WS-RST-STATE:
      *   'R' restored, 'H' held on the cluster already, 'E' error.
       01  WS-KEY-COUNT     PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-MAX       PIC 9(5)  COMP VALUE 50.
       01  WS-KEY-OVER      PIC X     VALUE 'N'.
       01  WS-KEY-IDX       PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-HIT       PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-CARD      PIC X(60) VALUE SPACES.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 50 TIMES.
               10  WS-RST-KEY    PIC X(60).
               10  WS-RST-HITS   PIC 9(9) COMP.
               10  WS-RST-SEEN   PIC 9(9) COMP.
               10  WS-RST-STATE  PIC X.

      *   Purge and restore accounting.  Unreadable dates are listed
      *   up to WS-BAD-MAX, then counted only.
       01  WS-SCAN-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-UNSEL-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-KEPT-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-NODATE-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-BADDATE-COUNT   PIC 9(18) COMP-3 VALUE 0.
       01  WS-PURGED-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-ARC-COUNT       PIC 9(18) COMP-3 VALUE 0.
       01  WS-RESTORED-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-NOTRST-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-JRN-COUNT       PIC 9(18) COMP-3 VALUE 0.
       01  WS-BAD-LISTED      PIC 9(5)  COMP VALUE 0.
       01  WS-BAD-MAX         PIC 9(5)  COMP VALUE 20.

      *   Numeric-to-display scratch for building report lines.
       01  WS-RPT-NUM1    PIC 9(18).
       01  WS-RPT-NUM2    PIC 9(18).
       01  WS-RPT-NUM3    PIC 9(18).
       01  WS-RPT-NUM4    PIC 9(18).

       01  WS-MSG        PIC X(133).
       01  WS-ERR-DD     PIC X(8)  VALUE SPACES.
       01  WS-ERR-STAT   PIC XX    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE 0 TO WS-FINAL-RC
           PERFORM OPEN-PRTFILE
           IF WS-INIT-OK = 'Y'
              PERFORM READ-CONTROL-CARDS
              PERFORM CAPTURE-RUN-STAMP
              PERFORM CHECK-DECK
           END-IF
           IF WS-INIT-OK = 'Y'
              PERFORM ACQUIRE-RUN-LOCK
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              PERFORM PRINT-HEADING
              IF WS-MODE = 'R'
                 PERFORM RESTORE-KEYS
              ELSE
                 PERFORM PURGE-CLUSTER
              END-IF
              PERFORM PRINT-REPORT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
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
           END-IF.

      *   A KEY= card's value is taken as punched, columns 5-64, so a
      *   key with embedded blanks is asked for exactly as stored.
      *   Any other card this program does not know is refused - a
      *   mispunched RETAIN or INCLUDE card must not purge on the
      *   defaults instead.
       PARSE-CTL-LINE.
           MOVE SPACES TO WS-W1 WS-W2 WS-W3
           IF CTLLINE(1:1) NOT = '*' AND CTLLINE NOT = SPACES
              UNSTRING CTLLINE DELIMITED BY ALL SPACE
                       INTO WS-W1 WS-W2 WS-W3
              EVALUATE TRUE
                 WHEN CTLLINE(1:4) = 'KEY='
                    PERFORM ADD-RESTORE-KEY
                 WHEN WS-W1 = 'RETAIN'
                    PERFORM SET-RETAIN-PARM
                 WHEN WS-W1 = 'INCLUDE' OR WS-W1 = 'OMIT'
                    PERFORM SET-PURGE-CONDITION
                 WHEN WS-W1(1:5) = 'MODE='
                    EVALUATE WS-W1(6:35)
                       WHEN 'PURGE'
                          MOVE 'P' TO WS-MODE
                       WHEN 'RESTORE'
                          MOVE 'R' TO WS-MODE
                       WHEN OTHER
                          MOVE 'Y' TO WS-MODE-BAD
                    END-EVALUATE
                 WHEN WS-W1(1:8) = 'LOCKOVR='
                    IF WS-W1(9:1) = 'Y'
                       MOVE 'Y' TO WS-LOCKOVR-SW
                    END-IF
                 WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING "UNRECOGNIZED CARD: " DELIMITED BY SIZE
                           CTLLINE              DELIMITED BY SIZE
                           INTO WS-MSG
                    END-STRING
                    PERFORM REPORT-DECK-ERROR
              END-EVALUATE
           END-IF.

      *   A key punched twice is asked for once.
       ADD-RESTORE-KEY.
           MOVE CTLLINE(5:60) TO WS-KEY-CARD
           MOVE 0 TO WS-KEY-HIT
           PERFORM MATCH-CARD-KEY
              VARYING WS-KEY-IDX FROM 1 BY 1
              UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-HIT > 0
           IF WS-KEY-HIT = 0
              IF WS-KEY-COUNT < WS-KEY-MAX
                 ADD 1 TO WS-KEY-COUNT
                 MOVE WS-KEY-CARD TO WS-RST-KEY(WS-KEY-COUNT)
                 MOVE 0           TO WS-RST-HITS(WS-KEY-COUNT)
                 MOVE 0           TO WS-RST-SEEN(WS-KEY-COUNT)
                 MOVE SPACE       TO WS-RST-STATE(WS-KEY-COUNT)
              ELSE
                 MOVE 'Y' TO WS-KEY-OVER
              END-IF
           END-IF.

       MATCH-CARD-KEY.
           IF WS-RST-KEY(WS-KEY-IDX) = WS-KEY-CARD
              MOVE WS-KEY-IDX TO WS-KEY-HIT
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

      *   RETAIN FIELD=(start,format) DAYS=n | MONTHS=n | YEARS=n.
      *   The format fixes the field's width; anything unrecognized
      *   marks the card bad for CHECK-DECK to refuse.
       SET-RETAIN-PARM.
           MOVE 'Y' TO WS-RET-SW
           MOVE WS-W2 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           IF WS-W2(1:7) NOT = 'FIELD=(' OR WS-SPEC-1 = SPACES
              MOVE 'Y' TO WS-RET-BAD
           ELSE
              MOVE FUNCTION NUMVAL(WS-SPEC-1) TO WS-RET-START
           END-IF
           MOVE WS-SPEC-2 TO WS-RET-FMT
           EVALUATE WS-RET-FMT
              WHEN 'CCYYMMDD'
                 MOVE 8  TO WS-RET-LEN
              WHEN 'CCYY-MM-DD'
                 MOVE 10 TO WS-RET-LEN
              WHEN 'YYMMDD'
                 MOVE 6  TO WS-RET-LEN
              WHEN 'CCYYDDD'
                 MOVE 7  TO WS-RET-LEN
              WHEN OTHER
                 MOVE 'Y' TO WS-RET-BAD
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-W3(1:5) = 'DAYS='
                 MOVE 'D' TO WS-RET-UNIT
                 MOVE 'DAYS' TO WS-RET-UNIT-NAME
                 MOVE FUNCTION NUMVAL(WS-W3(6:13)) TO WS-RET-PERIOD
              WHEN WS-W3(1:7) = 'MONTHS='
                 MOVE 'M' TO WS-RET-UNIT
                 MOVE 'MONTHS' TO WS-RET-UNIT-NAME
                 MOVE FUNCTION NUMVAL(WS-W3(8:13)) TO WS-RET-PERIOD
              WHEN WS-W3(1:6) = 'YEARS='
                 MOVE 'Y' TO WS-RET-UNIT
                 MOVE 'YEARS' TO WS-RET-UNIT-NAME
                 MOVE FUNCTION NUMVAL(WS-W3(7:13)) TO WS-RET-PERIOD
              WHEN OTHER
                 MOVE 'Y' TO WS-RET-BAD
           END-EVALUATE.

      *   INCLUDE|OMIT FIELD=(start,length,value) - the copy
      *   utility's primary selection card, on the data portion.
      *   Only one is taken: a second would silently replace the
      *   first, so it is refused instead.
       SET-PURGE-CONDITION.
           IF WS-SEL-TYPE NOT = SPACE
              MOVE "ONLY ONE INCLUDE OR OMIT CARD IS ALLOWED" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           ELSE
              MOVE WS-W2 TO WS-FIELD-TOKEN
              PERFORM PARSE-FIELD-SPEC
              IF WS-W1 = 'INCLUDE'
                 MOVE 'I' TO WS-SEL-TYPE
              ELSE
                 MOVE 'O' TO WS-SEL-TYPE
              END-IF
              IF WS-W2(1:7) NOT = 'FIELD=('
                 OR WS-SPEC-1 = SPACES OR WS-SPEC-2 = SPACES
                 MOVE 'Y' TO WS-SEL-BAD
              ELSE
                 MOVE FUNCTION NUMVAL(WS-SPEC-1) TO WS-SEL-START
                 MOVE FUNCTION NUMVAL(WS-SPEC-2) TO WS-SEL-LEN
                 MOVE WS-SPEC-3 TO WS-SEL-VALUE
              END-IF
           END-IF.

      *   The run stamp through the same CDYMD/CHTIME functions the
      *   copy utility stamps with, so lock, journal and archive
      *   records from either program read the same.
       CAPTURE-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4)  TO CDT-YEAR
           MOVE WS-CURRENT-DATE(5:2)  TO CDT-MONTH
           MOVE WS-CURRENT-DATE(7:2)  TO CDT-DAY
           MOVE WS-CURRENT-DATE(9:2)  TO CDT-HOUR
           MOVE WS-CURRENT-DATE(11:2) TO CDT-MIN
           MOVE WS-CURRENT-DATE(13:2) TO CDT-SEC
           MOVE CDYMD(CDT-YEAR, CDT-MONTH, CDT-DAY) TO WS-RUN-DATE
           MOVE CHTIME(CDT-HOUR, CDT-MIN, CDT-SEC)  TO WS-RUN-TIME.

      *   A purge deck is refused outright on anything doubtful -
      *   a wrong card here deletes records - and so is a deck that
      *   mixes the two modes' cards.
       CHECK-DECK.
           IF WS-MODE-BAD = 'Y'
              MOVE "MODE= MUST BE PURGE OR RESTORE" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-MODE = 'R'
              PERFORM CHECK-RESTORE-DECK
           ELSE
              PERFORM CHECK-PURGE-DECK
           END-IF.

       CHECK-PURGE-DECK.
           IF WS-KEY-COUNT > 0
              MOVE "KEY= CARDS ARE ONLY TAKEN WITH MODE=RESTORE"
                TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-RET-SW = 'N'
              MOVE "A RETAIN CARD IS REQUIRED FOR MODE=PURGE" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           ELSE
              COMPUTE WS-RET-END = WS-RET-START + WS-RET-LEN - 1
              EVALUATE TRUE
                 WHEN WS-RET-BAD = 'Y'
                    OR WS-RET-START = 0
                    OR WS-RET-END > 32756
                    MOVE "RETAIN MUST BE FIELD=(START,FORMAT) DAYS=n"
                      TO WS-MSG
                    PERFORM REPORT-DECK-ERROR
                 WHEN WS-RET-PERIOD = 0
                    MOVE "RETAIN PERIOD MUST BE AT LEAST 1" TO WS-MSG
                    PERFORM REPORT-DECK-ERROR
                 WHEN (WS-RET-UNIT = 'D' AND WS-RET-PERIOD > 36500)
                    OR (WS-RET-UNIT = 'M' AND WS-RET-PERIOD > 1200)
                    OR (WS-RET-UNIT = 'Y' AND WS-RET-PERIOD > 100)
                    MOVE "RETAIN PERIOD TOO LONG (MAX 100 YEARS)"
                      TO WS-MSG
                    PERFORM REPORT-DECK-ERROR
                 WHEN OTHER
                    PERFORM COMPUTE-CUTOFF
              END-EVALUATE
           END-IF
           IF WS-SEL-TYPE NOT = SPACE
              COMPUTE WS-FLD-END = WS-SEL-START + WS-SEL-LEN - 1
              IF WS-SEL-BAD = 'Y'
                 OR WS-SEL-START = 0
                 OR WS-SEL-LEN = 0
                 OR WS-SEL-LEN > WS-MAX-SEL-LEN
                 OR WS-FLD-END > 32756
                 MOVE "INCLUDE/OMIT MUST BE FIELD=(START,LENGTH,VALUE)"
                   TO WS-MSG
                 PERFORM REPORT-DECK-ERROR
              END-IF
           END-IF.

       CHECK-RESTORE-DECK.
           IF WS-RET-SW = 'Y' OR WS-SEL-TYPE NOT = SPACE
              MOVE "RETAIN/INCLUDE/OMIT ARE NOT TAKEN WITH MODE=RESTORE"
                TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-KEY-COUNT = 0
              MOVE "MODE=RESTORE NEEDS AT LEAST ONE KEY= CARD" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-KEY-OVER = 'Y'
              MOVE "NO MORE THAN 50 KEY= CARDS ARE ALLOWED" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF.

       REPORT-DECK-ERROR.
           MOVE WS-MSG TO PRTLINE
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-INIT-OK.

      *   The cutoff is the run date less the period.  A day period
      *   counts back on the day number; a month or year period
      *   steps back whole months, a day the shorter month lacks
      *   falling back to its last (March 31 less a month is the
      *   end of February).
       COMPUTE-CUTOFF.
           MOVE WS-RUN-DATE(1:4) TO WS-YMD-X(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-YMD-X(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-YMD-X(7:2)
           IF WS-RET-UNIT = 'D'
              COMPUTE WS-CUT-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-YMD) - WS-RET-PERIOD
              COMPUTE WS-CUT-YMD =
                 FUNCTION DATE-OF-INTEGER(WS-CUT-DAYS)
           ELSE
              IF WS-RET-UNIT = 'Y'
                 COMPUTE WS-CUT-MONTHS = WS-RET-PERIOD * 12
              ELSE
                 MOVE WS-RET-PERIOD TO WS-CUT-MONTHS
              END-IF
              COMPUTE WS-CUT-MONTHS =
                 CDT-YEAR * 12 + CDT-MONTH - 1 - WS-CUT-MONTHS
              DIVIDE WS-CUT-MONTHS BY 12
                 GIVING WS-CUT-YEAR REMAINDER WS-CUT-MON0
              COMPUTE WS-CUT-MONTH = WS-CUT-MON0 + 1
              MOVE WS-CUT-YEAR  TO WS-CUT-YMD-X(1:4)
              MOVE WS-CUT-MONTH TO WS-CUT-YMD-X(5:2)
              MOVE CDT-DAY      TO WS-CUT-YMD-X(7:2)
              PERFORM BACK-OFF-CUTOFF-DAY
                 UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CUT-YMD) = 0
           END-IF
           MOVE SPACES TO WS-CUT-DATE
           STRING WS-CUT-YMD-X(1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-CUT-YMD-X(5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-CUT-YMD-X(7:2) DELIMITED BY SIZE
                  INTO WS-CUT-DATE
           END-STRING.

       BACK-OFF-CUTOFF-DAY.
           SUBTRACT 1 FROM WS-CUT-YMD.

      *----------------------------------------------------------------*
      *  Run serialization - the same LOCK01 protocol the copy        *
      *  utility follows, against the same targets                     *
      *----------------------------------------------------------------*
       ACQUIRE-RUN-LOCK.
           MOVE 'N' TO WS-LCK-ACTIVE
           MOVE 'N' TO WS-LCK-FREE
           MOVE 'N' TO WS-LCK-STALE
           OPEN INPUT LCKFILE
           EVALUATE TRUE
              WHEN LCK-STAT = "00" OR LCK-STAT = "05"
                 READ LCKFILE
                    AT END
                       MOVE 'Y' TO WS-LCK-FREE
                    NOT AT END
                       PERFORM JUDGE-HELD-LOCK
                 END-READ
                 CLOSE LCKFILE
                 IF WS-LCK-FREE = 'Y'
                    PERFORM TAKE-RUN-LOCK
                 ELSE
                    PERFORM REFUSE-RUN-FOR-LOCK
                 END-IF
              WHEN LCK-STAT = "35" OR LCK-STAT = "97"
                 MOVE "LOCK01 NOT ALLOCATED - RUN NOT SERIALIZED"
                   TO PRTLINE
                 WRITE PRTLINE
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              WHEN OTHER
                 MOVE "LOCK01  " TO WS-ERR-DD
                 MOVE LCK-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
           END-EVALUATE.

       JUDGE-HELD-LOCK.
           EVALUATE TRUE
              WHEN LCK-STATE NOT = 'H'
                 MOVE 'Y' TO WS-LCK-FREE
              WHEN LCK-TARGET NOT = WS-LCK-TARGET-RUN
                 MOVE 'Y' TO WS-LCK-FREE
              WHEN WS-LOCKOVR-SW = 'Y'
                 MOVE 'Y' TO WS-LCK-FREE
                 PERFORM NOTE-LOCK-TAKEOVER
              WHEN OTHER
                 PERFORM CHECK-LOCK-EXPIRY
                 IF WS-LCK-STALE = 'Y'
                    MOVE 'Y' TO WS-LCK-FREE
                    PERFORM NOTE-LOCK-TAKEOVER
                 END-IF
           END-EVALUATE.

       NOTE-LOCK-TAKEOVER.
           MOVE SPACES TO PRTLINE
           STRING "LOCK OF " DELIMITED BY SIZE
                  LCK-DATE   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  LCK-TIME   DELIMITED BY SIZE
                  " TAKEN OVER" DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

      *   Lock age against the TTL, dated properly: a lock from two
      *   or more days back is stale outright, yesterday's ages
      *   across the one midnight, today's on the clock alone.  A
      *   non-numeric stamp is abend debris and stale on sight; a
      *   future-dated one is left standing as held.
       CHECK-LOCK-EXPIRY.
           IF LCK-DATE(1:4) IS NOT NUMERIC
              OR LCK-DATE(6:2) IS NOT NUMERIC
              OR LCK-DATE(9:2) IS NOT NUMERIC
              OR LCK-TIME(1:2) IS NOT NUMERIC
              OR LCK-TIME(4:2) IS NOT NUMERIC
              OR LCK-TIME(7:2) IS NOT NUMERIC
              MOVE 'Y' TO WS-LCK-STALE
           ELSE
              PERFORM AGE-HELD-LOCK
           END-IF.

       AGE-HELD-LOCK.
           MOVE WS-RUN-DATE(1:4) TO WS-LCK-YMD(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-LCK-YMD(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-LCK-YMD(7:2)
           COMPUTE WS-LCK-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-LCK-YMD)
           MOVE LCK-DATE(1:4) TO WS-LCK-YMD(1:4)
           MOVE LCK-DATE(6:2) TO WS-LCK-YMD(5:2)
           MOVE LCK-DATE(9:2) TO WS-LCK-YMD(7:2)
           COMPUTE WS-LCK-DAYS =
              WS-LCK-DAYS - FUNCTION INTEGER-OF-DATE(WS-LCK-YMD)
           MOVE WS-RUN-TIME(1:2) TO WS-LCK-HH
           MOVE WS-RUN-TIME(4:2) TO WS-LCK-MM
           MOVE WS-RUN-TIME(7:2) TO WS-LCK-SS
           COMPUTE WS-LCK-NOW-SECS =
              WS-LCK-HH * 3600 + WS-LCK-MM * 60 + WS-LCK-SS
           MOVE LCK-TIME(1:2) TO WS-LCK-HH
           MOVE LCK-TIME(4:2) TO WS-LCK-MM
           MOVE LCK-TIME(7:2) TO WS-LCK-SS
           COMPUTE WS-LCK-THEN-SECS =
              WS-LCK-HH * 3600 + WS-LCK-MM * 60 + WS-LCK-SS
           EVALUATE TRUE
              WHEN WS-LCK-DAYS > 1
                 MOVE 'Y' TO WS-LCK-STALE
              WHEN WS-LCK-DAYS = 1
                 COMPUTE WS-LCK-AGE =
                    WS-LCK-NOW-SECS + 86400 - WS-LCK-THEN-SECS
                 IF WS-LCK-AGE > WS-LCK-TTL
                    MOVE 'Y' TO WS-LCK-STALE
                 END-IF
              WHEN WS-LCK-DAYS = 0
                 COMPUTE WS-LCK-AGE =
                    WS-LCK-NOW-SECS - WS-LCK-THEN-SECS
                 IF WS-LCK-AGE > WS-LCK-TTL
                    MOVE 'Y' TO WS-LCK-STALE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       TAKE-RUN-LOCK.
           OPEN OUTPUT LCKFILE
           IF LCK-STAT NOT = "00" AND NOT = "97"
              MOVE "LOCK01 UNWRITABLE - RUN NOT SERIALIZED"
                TO PRTLINE
              WRITE PRTLINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           ELSE
              MOVE SPACES TO LCKREC
              MOVE 'H'               TO LCK-STATE
              MOVE WS-RUN-DATE       TO LCK-DATE
              MOVE WS-RUN-TIME       TO LCK-TIME
              MOVE WS-LCK-TARGET-RUN TO LCK-TARGET
              WRITE LCKREC
              IF LCK-STAT = "00"
                 MOVE 'Y' TO WS-LCK-ACTIVE
                 MOVE 'H' TO WS-LCK-AUD
              ELSE
                 MOVE "LOCK01 UNWRITABLE - RUN NOT SERIALIZED"
                   TO PRTLINE
                 WRITE PRTLINE
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              END-IF
              CLOSE LCKFILE
           END-IF.

       REFUSE-RUN-FOR-LOCK.
           MOVE SPACES TO PRTLINE
           STRING "RUN REFUSED FOR CONTENTION - LOCK HELD SINCE "
                           DELIMITED BY SIZE
                  LCK-DATE DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  LCK-TIME DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 'R' TO WS-LCK-AUD
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-INIT-OK.

       RELEASE-RUN-LOCK.
           IF WS-LCK-ACTIVE = 'Y'
              OPEN OUTPUT LCKFILE
              IF LCK-STAT = "00" OR LCK-STAT = "97"
                 MOVE SPACES TO LCKREC
                 MOVE 'R'               TO LCK-STATE
                 MOVE WS-RUN-DATE       TO LCK-DATE
                 MOVE WS-RUN-TIME       TO LCK-TIME
                 MOVE WS-LCK-TARGET-RUN TO LCK-TARGET
                 WRITE LCKREC
                 CLOSE LCKFILE
              END-IF
           END-IF.

      *   PRTFILE has to open successfully before anything else does -
      *   it is the only way any failure can be reported.
       OPEN-PRTFILE.
           OPEN OUTPUT PRTFILE
           IF PRT-STAT NOT = "00" AND NOT = "97"
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              MOVE 'N' TO WS-INIT-OK
           END-IF.

      *   The archive opens first: a purge with nowhere to keep what
      *   it removes, or a restore with nothing to restore from,
      *   fails before the cluster or the journal is disturbed.
       INIT.
           IF WS-INIT-OK = 'Y'
              PERFORM OPEN-ARCHIVE-FILE
           END-IF
           IF WS-INIT-OK = 'Y'
              OPEN I-O MNTKSDS
              IF MNT-STAT NOT = "00" AND NOT = "97"
                 MOVE "SYSUT2  " TO WS-ERR-DD
                 MOVE MNT-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
           END-IF
           IF WS-INIT-OK = 'Y'
              PERFORM OPEN-JOURNAL-FILE
           END-IF.

      *   A purge extends the archive (a first purge creates it); a
      *   restore reads it and must find it there.
       OPEN-ARCHIVE-FILE.
           IF WS-MODE = 'R'
              OPEN INPUT ARCFILE
              EVALUATE TRUE
                 WHEN ARC-STAT = "00"
                    MOVE 'Y' TO WS-ARC-ACTIVE
                 WHEN ARC-STAT = "05" OR ARC-STAT = "35"
                    OR ARC-STAT = "97"
                    MOVE "ARCH01 NOT ALLOCATED - NOTHING TO RESTORE"
                      TO PRTLINE
                    WRITE PRTLINE
                    MOVE 8 TO WS-RC-CANDIDATE
                    PERFORM BUMP-RC
                    MOVE 'N' TO WS-INIT-OK
                 WHEN OTHER
                    MOVE "ARCH01  " TO WS-ERR-DD
                    MOVE ARC-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
              END-EVALUATE
           ELSE
              OPEN EXTEND ARCFILE
              IF ARC-STAT = "00" OR ARC-STAT = "05"
                 MOVE 'Y' TO WS-ARC-ACTIVE
              ELSE
                 MOVE "ARCH01  " TO WS-ERR-DD
                 MOVE ARC-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
           END-IF.

      *   As for COBMAINT, a missing JRNL01 does not stop the run but
      *   is warned and flagged RC=4: an un-journaled purge can only
      *   be put back from the archive by MODE=RESTORE, key by key.
       OPEN-JOURNAL-FILE.
           MOVE 'N' TO WS-JRN-ACTIVE
           OPEN OUTPUT JRNFILE
           IF JRN-STAT = "00"
              MOVE 'Y' TO WS-JRN-ACTIVE
           ELSE
              IF JRN-STAT = "35" OR JRN-STAT = "97"
                 MOVE "JRNL01 NOT ALLOCATED - UPDATE NOT JOURNALED"
                   TO PRTLINE
                 WRITE PRTLINE
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              ELSE
                 MOVE "JRNL01  " TO WS-ERR-DD
                 MOVE JRN-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
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

      *   What the run is about to do, ahead of any record listing.
       PRINT-HEADING.
           MOVE SPACES TO PRTLINE
           IF WS-MODE = 'R'
              MOVE WS-KEY-COUNT TO WS-RPT-NUM1
              STRING "COBPURGE MODE=RESTORE  KEYS REQUESTED="
                                    DELIMITED BY SIZE
                     WS-RPT-NUM1(17:2) DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           ELSE
              MOVE WS-RET-START  TO WS-RPT-NUM1
              MOVE WS-RET-PERIOD TO WS-RPT-NUM2
              STRING "COBPURGE MODE=PURGE  RETAIN FIELD=("
                                    DELIMITED BY SIZE
                     WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                     ","               DELIMITED BY SIZE
                     WS-RET-FMT        DELIMITED BY SPACE
                     ")  KEEP "        DELIMITED BY SIZE
                     WS-RPT-NUM2(14:5) DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-RET-UNIT-NAME  DELIMITED BY SPACE
                     "  CUTOFF="       DELIMITED BY SIZE
                     WS-CUT-DATE       DELIMITED BY SIZE
                     " - OLDER DATES PURGED" DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              IF WS-SEL-TYPE NOT = SPACE
                 MOVE WS-SEL-START TO WS-RPT-NUM1
                 MOVE WS-SEL-LEN   TO WS-RPT-NUM2
                 MOVE SPACES TO PRTLINE
                 IF WS-SEL-TYPE = 'I'
                    MOVE "PURGE CONDITION INCLUDE" TO WS-MSG
                 ELSE
                    MOVE "PURGE CONDITION OMIT" TO WS-MSG
                 END-IF
                 STRING WS-MSG            DELIMITED BY "  "
                        " FIELD=("        DELIMITED BY SIZE
                        WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                        ","               DELIMITED BY SIZE
                        WS-RPT-NUM2(16:3) DELIMITED BY SIZE
                        ","               DELIMITED BY SIZE
                        WS-SEL-VALUE(1:WS-SEL-LEN) DELIMITED BY SIZE
                        ")"               DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *  Purge pass - the cluster front to back, each record judged    *
      *  on the condition and then on its retention date               *
      *----------------------------------------------------------------*
       PURGE-CLUSTER.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO MNT-KEY
           START MNTKSDS KEY IS NOT LESS THAN MNT-KEY
           EVALUATE MNT-STAT
              WHEN "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ MNTKSDS NEXT RECORD
                    EVALUATE MNT-STAT
                       WHEN "00"
                       WHEN "02"
                          PERFORM JUDGE-ONE-RECORD
                       WHEN "10"
                          MOVE 'Y' TO WS-EOF
                       WHEN OTHER
                          PERFORM LOG-APPLY-ERROR
                          MOVE 'Y' TO WS-EOF
                    END-EVALUATE
                    IF WS-INIT-OK = 'N'
                       MOVE 'Y' TO WS-EOF
                    END-IF
                 END-PERFORM
              WHEN "23"
                 CONTINUE
              WHEN OTHER
                 PERFORM LOG-APPLY-ERROR
           END-EVALUATE.

       JUDGE-ONE-RECORD.
           ADD 1 TO WS-SCAN-COUNT
           COMPUTE WS-DATA-LEN = MNT-LEN - 60
           PERFORM CHECK-PURGE-CONDITION
           IF WS-SEL-OK = 'N'
              ADD 1 TO WS-UNSEL-COUNT
           ELSE
              PERFORM READ-RETAIN-DATE
              EVALUATE WS-DATE-STATE
                 WHEN 'N'
                    ADD 1 TO WS-NODATE-COUNT
                 WHEN 'U'
                    PERFORM NOTE-UNREADABLE-DATE
                 WHEN OTHER
                    IF WS-YMD < WS-CUT-YMD
                       PERFORM PURGE-ONE-RECORD
                    ELSE
                       ADD 1 TO WS-KEPT-COUNT
                    END-IF
              END-EVALUATE
           END-IF.

      *   A record too short to hold the condition field fails the
      *   condition either way round - it is never purged on a
      *   comparison with bytes it does not have.
       CHECK-PURGE-CONDITION.
           MOVE 'Y' TO WS-SEL-OK
           IF WS-SEL-TYPE NOT = SPACE
              COMPUTE WS-FLD-END = WS-SEL-START + WS-SEL-LEN - 1
              EVALUATE TRUE
                 WHEN WS-FLD-END > WS-DATA-LEN
                    MOVE 'N' TO WS-SEL-OK
                 WHEN WS-SEL-TYPE = 'I'
                    IF MNT-REST(WS-SEL-START:WS-SEL-LEN)
                       NOT = WS-SEL-VALUE(1:WS-SEL-LEN)
                       MOVE 'N' TO WS-SEL-OK
                    END-IF
                 WHEN OTHER
                    IF MNT-REST(WS-SEL-START:WS-SEL-LEN)
                       = WS-SEL-VALUE(1:WS-SEL-LEN)
                       MOVE 'N' TO WS-SEL-OK
                    END-IF
              END-EVALUATE
           END-IF.

      *   The record's retention date to WS-YMD.  WS-DATE-STATE comes
      *   back 'V' valid, 'N' no date (blank, low-values, or digits
      *   all zero or all nine - the open-ended "no close date"
      *   fillers) or 'U' unreadable.
       READ-RETAIN-DATE.
           MOVE 'U' TO WS-DATE-STATE
           MOVE 0 TO WS-YMD
           MOVE SPACES TO WS-DATE-FLD WS-DIGITS
           IF WS-RET-END <= WS-DATA-LEN
              MOVE MNT-REST(WS-RET-START:WS-RET-LEN)
                TO WS-DATE-FLD(1:WS-RET-LEN)
              EVALUATE WS-RET-FMT
                 WHEN 'CCYY-MM-DD'
                    MOVE 8 TO WS-DIG-LEN
                    MOVE WS-DATE-FLD(1:4) TO WS-DIGITS(1:4)
                    MOVE WS-DATE-FLD(6:2) TO WS-DIGITS(5:2)
                    MOVE WS-DATE-FLD(9:2) TO WS-DIGITS(7:2)
                 WHEN OTHER
                    MOVE WS-RET-LEN TO WS-DIG-LEN
                    MOVE WS-DATE-FLD(1:WS-RET-LEN) TO WS-DIGITS
              END-EVALUATE
              EVALUATE TRUE
                 WHEN WS-DATE-FLD(1:WS-RET-LEN) = SPACES
                    OR WS-DATE-FLD(1:WS-RET-LEN) = LOW-VALUES
                    OR WS-DIGITS(1:WS-DIG-LEN) = ZEROS
                    OR WS-DIGITS(1:WS-DIG-LEN) = ALL '9'
                    MOVE 'N' TO WS-DATE-STATE
                 WHEN WS-DIGITS(1:WS-DIG-LEN) IS NOT NUMERIC
                    CONTINUE
                 WHEN OTHER
                    PERFORM CONVERT-RETAIN-DATE
              END-EVALUATE
           END-IF.

      *   YYMMDD widens on the shop's 1950-2049 window, as the copy
      *   utility's CENT reformat does; CCYYDDD goes through its day
      *   number.  Whatever the format, the result must be a real
      *   calendar date.
       CONVERT-RETAIN-DATE.
           EVALUATE WS-RET-FMT
              WHEN 'YYMMDD'
                 IF WS-DIGITS(1:2) < "50"
                    MOVE "20" TO WS-YMD-X(1:2)
                 ELSE
                    MOVE "19" TO WS-YMD-X(1:2)
                 END-IF
                 MOVE WS-DIGITS(1:6) TO WS-YMD-X(3:6)
              WHEN 'CCYYDDD'
                 MOVE WS-DIGITS(1:7) TO WS-JUL-X
                 IF FUNCTION TEST-DAY-YYYYDDD(WS-JUL) = 0
                    COMPUTE WS-YMD = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DAY(WS-JUL))
                 END-IF
              WHEN OTHER
                 MOVE WS-DIGITS(1:8) TO WS-YMD-X
           END-EVALUATE
           IF WS-YMD > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-YMD) = 0
              MOVE 'V' TO WS-DATE-STATE
           END-IF.

      *   A date that cannot be read keeps its record: nothing is
      *   purged on a guess.  The first WS-BAD-MAX are named.
       NOTE-UNREADABLE-DATE.
           ADD 1 TO WS-BADDATE-COUNT
           IF WS-BAD-LISTED < WS-BAD-MAX
              ADD 1 TO WS-BAD-LISTED
              MOVE SPACES TO PRTLINE
              STRING "DATE UNREADABLE - KEPT  VALUE=" DELIMITED BY SIZE
                     WS-DATE-FLD         DELIMITED BY SIZE
                     " KEY="             DELIMITED BY SIZE
                     MNT-KEY(1:40)       DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC.

      *   The archive copy is written first and the journal second;
      *   the record is deleted only once both hold it.  A failure
      *   between leaves the record live and at worst archived
      *   twice - a restore always takes the latest image.
       PURGE-ONE-RECORD.
           PERFORM WRITE-ARCHIVE-RECORD
           IF WS-INIT-OK = 'Y'
              MOVE 'D' TO JRN-ACTION
              PERFORM JOURNAL-LIVE-IMAGE
           END-IF
           IF WS-INIT-OK = 'Y'
              DELETE MNTKSDS RECORD
              IF MNT-STAT = "00"
                 ADD 1 TO WS-PURGED-COUNT
              ELSE
                 PERFORM LOG-APPLY-ERROR
              END-IF
           END-IF.

      *   An archive that cannot be written stops the run: nothing
      *   leaves the cluster without its copy.
       WRITE-ARCHIVE-RECORD.
           MOVE WS-RUN-DATE TO ARC-DATE
           MOVE WS-RUN-TIME TO ARC-TIME
           MOVE MNT-KEY     TO ARC-KEY
           IF MNT-LEN > 60
              COMPUTE ARC-LEN = MNT-LEN - 60 + 78
              MOVE MNT-REST(1:MNT-LEN - 60)
                TO ARC-DATA(1:MNT-LEN - 60)
           ELSE
              MOVE 78 TO ARC-LEN
           END-IF
           WRITE ARCREC
           IF ARC-STAT = "00"
              ADD 1 TO WS-ARC-COUNT
           ELSE
              MOVE "WRITE ERROR ON ARCH01, STATUS=" TO WS-MSG
              MOVE SPACES TO PRTLINE
              STRING WS-MSG DELIMITED BY "  "
                     ARC-STAT DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              MOVE 'N' TO WS-INIT-OK
           END-IF.

      *----------------------------------------------------------------*
      *  Restore - the archive read twice: once to count each asked-   *
      *  for key's images, once to write the latest of them back       *
      *----------------------------------------------------------------*
       RESTORE-KEYS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARCFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ARC-COUNT
                    PERFORM FIND-RESTORE-KEY
                    IF WS-KEY-HIT > 0
                       ADD 1 TO WS-RST-HITS(WS-KEY-HIT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCFILE
           MOVE 'N' TO WS-ARC-ACTIVE
           OPEN INPUT ARCFILE
           IF ARC-STAT = "00"
              MOVE 'Y' TO WS-ARC-ACTIVE
              PERFORM RESTORE-LATEST-IMAGES
           ELSE
              MOVE "ARCH01  " TO WS-ERR-DD
              MOVE ARC-STAT   TO WS-ERR-STAT
              PERFORM BUILD-OPEN-ERROR-MSG
           END-IF
           PERFORM LIST-UNARCHIVED-KEY
              VARYING WS-KEY-IDX FROM 1 BY 1
              UNTIL WS-KEY-IDX > WS-KEY-COUNT.

       RESTORE-LATEST-IMAGES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARCFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM FIND-RESTORE-KEY
                    IF WS-KEY-HIT > 0
                       ADD 1 TO WS-RST-SEEN(WS-KEY-HIT)
                       IF WS-RST-SEEN(WS-KEY-HIT)
                          = WS-RST-HITS(WS-KEY-HIT)
                          PERFORM RESTORE-ONE-IMAGE
                       END-IF
                    END-IF
              END-READ
              IF WS-INIT-OK = 'N'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM.

       FIND-RESTORE-KEY.
           MOVE 0 TO WS-KEY-HIT
           PERFORM MATCH-ARCHIVE-KEY
              VARYING WS-KEY-IDX FROM 1 BY 1
              UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-HIT > 0.

       MATCH-ARCHIVE-KEY.
           IF WS-RST-KEY(WS-KEY-IDX) = ARC-KEY
              MOVE WS-KEY-IDX TO WS-KEY-HIT
           END-IF.

      *   The archived image goes back as it was purged.  A key the
      *   cluster holds again (status 22) - re-added since the purge
      *   - is never overwritten: it is listed and left, RC=4.
       RESTORE-ONE-IMAGE.
           MOVE SPACES  TO MNTREC
           MOVE ARC-KEY TO MNT-KEY
           COMPUTE WS-DATA-LEN = ARC-LEN - 78
           IF WS-DATA-LEN > 0
              MOVE ARC-DATA(1:WS-DATA-LEN)
                TO MNT-REST(1:WS-DATA-LEN)
           END-IF
           COMPUTE MNT-LEN = 60 + WS-DATA-LEN
           WRITE MNTREC
           EVALUATE MNT-STAT
              WHEN "00"
              WHEN "02"
                 ADD 1 TO WS-RESTORED-COUNT
                 MOVE 'R' TO WS-RST-STATE(WS-KEY-HIT)
                 PERFORM JOURNAL-ADDED-KEY
                 MOVE "RESTORED" TO WS-MSG
                 PERFORM LIST-RESTORE-KEY
              WHEN "22"
                 ADD 1 TO WS-NOTRST-COUNT
                 MOVE 'H' TO WS-RST-STATE(WS-KEY-HIT)
                 MOVE "ALREADY ON SYSUT2 - NOT RESTORED" TO WS-MSG
                 PERFORM LIST-RESTORE-KEY
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              WHEN OTHER
                 MOVE 'E' TO WS-RST-STATE(WS-KEY-HIT)
                 PERFORM LOG-APPLY-ERROR
           END-EVALUATE.

      *   One line per key, with the stamp of the purge the image
      *   came back from.
       LIST-RESTORE-KEY.
           MOVE SPACES TO PRTLINE
           STRING "KEY="          DELIMITED BY SIZE
                  ARC-KEY(1:40)   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MSG          DELIMITED BY "  "
                  " - PURGED "    DELIMITED BY SIZE
                  ARC-DATE        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ARC-TIME        DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       LIST-UNARCHIVED-KEY.
           IF WS-RST-HITS(WS-KEY-IDX) = 0
              ADD 1 TO WS-NOTRST-COUNT
              MOVE SPACES TO PRTLINE
              STRING "KEY="                      DELIMITED BY SIZE
                     WS-RST-KEY(WS-KEY-IDX)(1:40) DELIMITED BY SIZE
                     " NOT ON ARCH01 - NOT RESTORED"
                                                 DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           END-IF.

      *----------------------------------------------------------------*
      *  Journal - the same layout and run stamp as the copy           *
      *  utility's MODE=UPDATE journal                                 *
      *----------------------------------------------------------------*
       JOURNAL-ADDED-KEY.
           IF WS-JRN-ACTIVE = 'Y'
              MOVE 'A'         TO JRN-ACTION
              MOVE WS-RUN-DATE TO JRN-DATE
              MOVE WS-RUN-TIME TO JRN-TIME
              MOVE MNT-KEY     TO JRN-KEY
              MOVE 79 TO JRN-LEN
              PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *   JRN-ACTION is set by the caller; MNTREC holds the live
      *   record as read.
       JOURNAL-LIVE-IMAGE.
           IF WS-JRN-ACTIVE = 'Y'
              MOVE WS-RUN-DATE TO JRN-DATE
              MOVE WS-RUN-TIME TO JRN-TIME
              MOVE MNT-KEY     TO JRN-KEY
              IF MNT-LEN > 60
                 COMPUTE JRN-LEN = MNT-LEN - 60 + 79
                 MOVE MNT-REST(1:MNT-LEN - 60)
                   TO JRN-DATA(1:MNT-LEN - 60)
              ELSE
                 MOVE 79 TO JRN-LEN
              END-IF
              PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *   A journal that cannot be written stops the run: no change
      *   is made that the journal could not reverse.
       WRITE-JOURNAL-RECORD.
           WRITE JRNREC
           IF JRN-STAT = "00"
              ADD 1 TO WS-JRN-COUNT
           ELSE
              MOVE "WRITE ERROR ON JRNL01, STATUS=" TO WS-MSG
              MOVE SPACES TO PRTLINE
              STRING WS-MSG DELIMITED BY "  "
                     JRN-STAT DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              MOVE 'N' TO WS-INIT-OK
           END-IF.

       LOG-APPLY-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE "APPLY ERROR ON SYSUT2, STATUS=" TO WS-MSG
           MOVE SPACES TO PRTLINE
           STRING WS-MSG DELIMITED BY "  "
                  MNT-STAT DELIMITED BY SIZE
                  " KEY=" DELIMITED BY SIZE
                  MNT-KEY(1:40) DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC.

      *----------------------------------------------------------------*
      *  PRINT-REPORT - purge or restore accounting to SYSPRINT        *
      *----------------------------------------------------------------*
       PRINT-REPORT.
           IF WS-MODE = 'R'
              PERFORM PRINT-RESTORE-COUNTS
           ELSE
              PERFORM PRINT-PURGE-COUNTS
           END-IF
           IF WS-JRN-ACTIVE = 'Y'
              MOVE WS-JRN-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "JOURNAL RECORDS WRITTEN=" DELIMITED BY SIZE
                     WS-RPT-NUM1                DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

       PRINT-PURGE-COUNTS.
           MOVE WS-SCAN-COUNT    TO WS-RPT-NUM1
           MOVE WS-PURGED-COUNT  TO WS-RPT-NUM2
           MOVE WS-KEPT-COUNT    TO WS-RPT-NUM3
           MOVE WS-UNSEL-COUNT   TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "KSDS READ="         DELIMITED BY SIZE
                  WS-RPT-NUM1          DELIMITED BY SIZE
                  "  PURGED="          DELIMITED BY SIZE
                  WS-RPT-NUM2          DELIMITED BY SIZE
                  "  WITHIN RETENTION=" DELIMITED BY SIZE
                  WS-RPT-NUM3          DELIMITED BY SIZE
                  "  NOT SELECTED="    DELIMITED BY SIZE
                  WS-RPT-NUM4          DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE WS-NODATE-COUNT  TO WS-RPT-NUM1
           MOVE WS-BADDATE-COUNT TO WS-RPT-NUM2
           MOVE WS-ERROR-COUNT   TO WS-RPT-NUM3
           MOVE WS-ARC-COUNT     TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "NO DATE - KEPT="    DELIMITED BY SIZE
                  WS-RPT-NUM1          DELIMITED BY SIZE
                  "  DATE UNREADABLE - KEPT=" DELIMITED BY SIZE
                  WS-RPT-NUM2          DELIMITED BY SIZE
                  "  ERRORS="          DELIMITED BY SIZE
                  WS-RPT-NUM3(10:9)    DELIMITED BY SIZE
                  "  ARCHIVED="        DELIMITED BY SIZE
                  WS-RPT-NUM4(10:9)    DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-BADDATE-COUNT > WS-BAD-LISTED
              MOVE WS-BAD-LISTED TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "UNREADABLE DATES LISTED ABOVE ARE THE FIRST "
                                        DELIMITED BY SIZE
                     WS-RPT-NUM1(17:2)  DELIMITED BY SIZE
                     " ONLY"            DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

       PRINT-RESTORE-COUNTS.
           MOVE WS-ARC-COUNT      TO WS-RPT-NUM1
           MOVE WS-RESTORED-COUNT TO WS-RPT-NUM2
           MOVE WS-NOTRST-COUNT   TO WS-RPT-NUM3
           MOVE WS-ERROR-COUNT    TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "ARCHIVE READ="      DELIMITED BY SIZE
                  WS-RPT-NUM1          DELIMITED BY SIZE
                  "  KSDS RESTORED="   DELIMITED BY SIZE
                  WS-RPT-NUM2          DELIMITED BY SIZE
                  "  NOT RESTORED="    DELIMITED BY SIZE
                  WS-RPT-NUM3          DELIMITED BY SIZE
                  "  ERRORS="          DELIMITED BY SIZE
                  WS-RPT-NUM4(10:9)    DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

      *   The history record the copy utility appends, in its layout.
      *   A purge: READ the cluster records judged, WRITTEN and the
      *   delete count the records purged, COUNT3 those kept within
      *   retention, COUNT4 those kept on an unreadable date, OMITTED
      *   those outside the condition.  A restore: READ the archive
      *   records, WRITTEN and the add count the keys restored,
      *   OMITTED the keys not restored.  VIOLATIONS is the apply
      *   errors either way.  The options field opens PGM=COBPURGE
      *   and carries the purge cutoff.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDFILE
           IF AUD-STAT NOT = "00" AND NOT = "97" AND NOT = "05"
              IF PRT-STAT = "00"
                 MOVE "OPEN ERROR ON AUDIT01, STATUS=" TO WS-MSG
                 MOVE SPACES TO PRTLINE
                 STRING WS-MSG   DELIMITED BY "  "
                        AUD-STAT DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
              MOVE WS-CURRENT-DATE(1:4)  TO CDT-YEAR
              MOVE WS-CURRENT-DATE(5:2)  TO CDT-MONTH
              MOVE WS-CURRENT-DATE(7:2)  TO CDT-DAY
              MOVE WS-CURRENT-DATE(9:2)  TO CDT-HOUR
              MOVE WS-CURRENT-DATE(11:2) TO CDT-MIN
              MOVE WS-CURRENT-DATE(13:2) TO CDT-SEC
              MOVE SPACES TO AUDREC
              MOVE CDYMD(CDT-YEAR, CDT-MONTH, CDT-DAY) TO AUD-DATE
              MOVE CHTIME(CDT-HOUR, CDT-MIN, CDT-SEC)  TO AUD-TIME
              MOVE SPACES TO AUD-OPTS
              STRING "PGM=COBPURGE MODE=" DELIMITED BY SIZE
                     WS-MODE              DELIMITED BY SIZE
                     " JRN="              DELIMITED BY SIZE
                     WS-JRN-ACTIVE        DELIMITED BY SIZE
                     INTO AUD-OPTS
              END-STRING
              IF WS-MODE = 'P' AND WS-CUT-DATE NOT = SPACES
                 MOVE " CUT="     TO AUD-OPTS(26:5)
                 MOVE WS-CUT-DATE TO AUD-OPTS(31:10)
              END-IF
              MOVE WS-LCK-AUD TO AUD-LCK
              MOVE 0 TO AUD-COUNT3 AUD-COUNT4
              IF WS-MODE = 'R'
                 MOVE WS-ARC-COUNT      TO AUD-READ
                 MOVE WS-RESTORED-COUNT TO AUD-WRITTEN
                 MOVE WS-NOTRST-COUNT   TO AUD-OMITTED
              ELSE
                 MOVE WS-SCAN-COUNT     TO AUD-READ
                 MOVE WS-PURGED-COUNT   TO AUD-WRITTEN
                 MOVE WS-KEPT-COUNT     TO AUD-COUNT3
                 MOVE WS-BADDATE-COUNT  TO AUD-COUNT4
                 MOVE WS-UNSEL-COUNT    TO AUD-OMITTED
              END-IF
              MOVE WS-ERROR-COUNT    TO AUD-VIOLATIONS
              MOVE WS-FINAL-RC       TO AUD-RC
              MOVE WS-RESTORED-COUNT TO AUD-ADDED
              MOVE WS-PURGED-COUNT   TO AUD-DELETED
              WRITE AUDREC
              IF AUD-STAT NOT = "00"
                 IF PRT-STAT = "00"
                    MOVE "WRITE ERROR ON AUDIT01, STATUS=" TO WS-MSG
                    MOVE SPACES TO PRTLINE
                    STRING WS-MSG   DELIMITED BY "  "
                           AUD-STAT DELIMITED BY SIZE
                           INTO PRTLINE
                    END-STRING
                    WRITE PRTLINE
                 END-IF
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              END-IF
              CLOSE AUDFILE
           END-IF.

       TIDY-UP.
           PERFORM RELEASE-RUN-LOCK
           IF WS-ARC-ACTIVE = 'Y'
              CLOSE ARCFILE
           END-IF
           IF WS-JRN-ACTIVE = 'Y'
              CLOSE JRNFILE
           END-IF
           CLOSE MNTKSDS PRTFILE
           EXIT.

       END PROGRAM COBPURGE.

       FUNCTION-ID. CDYMD.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LY PIC 9(4).
       01 LM PIC 9(2).
       01 LD PIC 9(2).
       01 RTN PIC X(10).
       PROCEDURE DIVISION USING LY LM LD RETURNING RTN.
           STRING LY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LD DELIMITED BY SIZE
                  INTO RTN
           GOBACK.
       END FUNCTION CDYMD.

       FUNCTION-ID. CHTIME.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LH PIC 9(2).
       01 LN PIC 9(2).
       01 LS PIC 9(2).
       01 TRT PIC X(8).
       PROCEDURE DIVISION USING LH LN LS RETURNING TRT.
           STRING LH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LN DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LS DELIMITED BY SIZE
                  INTO TRT
           GOBACK.
       END FUNCTION CHTIME.
