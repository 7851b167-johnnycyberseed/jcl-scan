      *----------------------------------------------------------------*
      *  COBREJQ - reject inventory, carried forward night to night    *
      *  - Keeps every validation reject of every feed on one          *
      *    inventory cluster (REJQ01) until it is put right, so the    *
      *    desk can see how many are still open and how long they     *
      *    have waited.  Each item is keyed by feed, the record's      *
      *    production key (KEY=(start,len), taken as the copy          *
      *    utility's BUILD-KSDS-RECORD takes it), the run stamp it     *
      *    was first rejected under and its input record number.      *
      *  - Takes in tonight's copy-utility rejects (SYSUT1, a SYSUT5   *
      *    reject dataset) and COBFIXER residuals (SYSUT2, the         *
      *    COBFIXER SYSUT5) under the FEED= name and the run stamp -   *
      *    STAMP=(ccyy-mm-dd,hh:mm:ss) from the card, else the time    *
      *    of this run.  A key already open for the feed is not added  *
      *    again: the open item is re-stamped with the rule it fails   *
      *    now and its latest image, and a copy-utility reject on a    *
      *    later run counts one more time seen - a record rejected     *
      *    Monday and resubmitted Tuesday shows SEEN=2.                *
      *  - Closes items: every record COBFIXER repaired (SYSUT3, the   *
      *    COBFIXER SYSUT2) closes its feed's open item for the key;   *
      *    every record a later copy run loaded cleanly (SYSUT4, the   *
      *    copy's sequential SYSUT2) closes it too, unless the item    *
      *    was rejected again on this same run stamp.  A repair that   *
      *    rewrites the key bytes themselves leaves the item open.     *
      *    With LOADORG=INDEXED, SYSUT4 is the loaded cluster itself   *
      *    (ORG=INDEXED), read end to end: the 60-byte key each        *
      *    record carries is the key it closes, and every key on the   *
      *    cluster closes its item - so point it at a cluster the      *
      *    copy run reloaded, not one that accumulates.                *
      *  - PARSE rejects (a delimited row that would not split into    *
      *    its columns) carry no record to key on and are never put    *
      *    right by a repair; they are counted on their own report     *
      *    line and left out of the inventory and its aging.           *
      *  - Closed items stay on the cluster KEEP=n days (default 30,   *
      *    0 keeps them for good) after closing, then are dropped.     *
      *  - The aging report lists the open items by feed, rule number  *
      *    and rule type in 0-1, 2-5, 6-10 and 10+ day buckets (days   *
      *    since first rejected) and the OLDEST=n (default 10) oldest  *
      *    open items by name.  A rerun over the same datasets should  *
      *    carry the first run's STAMP= card, so nothing counts twice. *
      *  - Ends RETURN-CODE 4 when any open reject is more than 10     *
      *    days old, 8 on a deck error or an open or I/O failure, 0    *
      *    otherwise.                                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBREJQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CDYMD
           FUNCTION CHTIME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RQKSDS    ASSIGN TO REJQ01
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS RQ-KEY
                            FILE STATUS IS RQ-STAT.
           SELECT OPTIONAL NEWFILE  ASSIGN TO SYSUT1
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS NEW-STAT.
           SELECT OPTIONAL RESFILE  ASSIGN TO SYSUT2
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS RES-STAT.
           SELECT OPTIONAL FIXFILE  ASSIGN TO SYSUT3
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS FIX-STAT.
           SELECT OPTIONAL LODFILE  ASSIGN TO SYSUT4
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS LOD-STAT.
           SELECT OPTIONAL LODKSDS  ASSIGN TO SYSUT4
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS LODK-KEY
                            FILE STATUS IS LODK-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *   The inventory.  One record per reject item: the key fields,
      *   the item's state, and the latest reject image.  RQ-STATUS
      *   is 'O' open or 'C' closed; RQ-CLOSED-BY 'F' repaired by
      *   COBFIXER or 'L' loaded clean by a later copy run; RQ-ORIGIN
      *   'G' when the latest reject came from the copy utility, 'F'
      *   when from a COBFIXER residual.
       FD  RQKSDS
           RECORD VARYING FROM 150 TO 32906 DEPENDING ON RQ-LEN.
       01  RQREC.
           05  RQ-KEY.
               10  RQ-FEED        PIC X(8).
               10  RQ-RECKEY      PIC X(60).
               10  RQ-FIRST-DATE  PIC X(10).
               10  RQ-FIRST-TIME  PIC X(8).
               10  RQ-RECNO       PIC 9(9).
           05  RQ-STATUS      PIC X.
           05  RQ-CLOSED-BY   PIC X.
           05  RQ-CLOSE-DATE  PIC X(10).
           05  RQ-LAST-DATE   PIC X(10).
           05  RQ-LAST-TIME   PIC X(8).
           05  RQ-SEEN        PIC 9(5).
           05  RQ-RULE        PIC 9(2).
           05  RQ-TYPE        PIC X(7).
           05  RQ-ORIGIN      PIC X.
           05  FILLER         PIC X(10).
           05  RQ-DATA        PIC X(32756).

      *   Copy-utility rejects - this layout mirrors the REJFILE FD in
      *   the copy utility and must stay in step with it.
       FD  NEWFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 18 TO 32774 DEPENDING ON NEW-LEN.
       01  NEWREC.
           05  NEW-RECNO     PIC 9(9).
           05  NEW-RULE      PIC 9(2).
           05  NEW-TYPE      PIC X(7).
           05  NEW-DATA      PIC X(32756).

      *   COBFIXER residuals, in the same evidence layout.
       FD  RESFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 18 TO 32774 DEPENDING ON RES-LEN.
       01  RESREC.
           05  RES-RECNO     PIC 9(9).
           05  RES-RULE      PIC 9(2).
           05  RES-TYPE      PIC X(7).
           05  RES-DATA      PIC X(32756).

      *   COBFIXER repaired records - bare record images.
       FD  FIXFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 1 TO 32756 DEPENDING ON FIX-LEN.
       01  FIXREC   PIC X(32756).

      *   Records a copy run wrote clean - bare record images.
       FD  LODFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 1 TO 32756 DEPENDING ON LOD-LEN.
       01  LODREC   PIC X(32756).

      *   KSDS view of SYSUT4, used when LOADORG=INDEXED says the load
      *   to close against is the cluster itself.  The layout mirrors
      *   the copy utility's OUTKSDS - the 60-byte record key its
      *   loads carry ahead of the data.
       FD  LODKSDS
           RECORD VARYING FROM 60 TO 32816 DEPENDING ON LODK-LEN.
       01  LODKREC.
           05  LODK-KEY      PIC X(60).
           05  LODK-REST     PIC X(32756).

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
       01  RQ-STAT     PIC XX  VALUE SPACES.
       01  NEW-STAT    PIC XX  VALUE SPACES.
       01  RES-STAT    PIC XX  VALUE SPACES.
       01  FIX-STAT    PIC XX  VALUE SPACES.
       01  LOD-STAT    PIC XX  VALUE SPACES.
       01  LODK-STAT   PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  RQ-LEN      PIC 9(5) COMP VALUE 0.
       01  NEW-LEN     PIC 9(5) COMP VALUE 0.
       01  RES-LEN     PIC 9(5) COMP VALUE 0.
       01  FIX-LEN     PIC 9(5) COMP VALUE 0.
       01  LOD-LEN     PIC 9(5) COMP VALUE 0.
       01  LODK-LEN    PIC 9(5) COMP VALUE 0.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-CTL-EOF    PIC X VALUE 'N'.
       01  WS-INIT-OK    PIC X VALUE 'Y'.
       01  WS-IO-OK      PIC X VALUE 'Y'.
       01  WS-RQ-OPEN    PIC X VALUE 'N'.
       01  WS-NEW-ACTIVE PIC X VALUE 'N'.
       01  WS-RES-ACTIVE PIC X VALUE 'N'.
       01  WS-FIX-ACTIVE PIC X VALUE 'N'.
       01  WS-LOD-ACTIVE PIC X VALUE 'N'.

       01  WS-FINAL-RC      PIC 9(3) VALUE 0.
       01  WS-RC-CANDIDATE  PIC 9(3) VALUE 0.

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

      *   The stamp tonight's items are taken in under: CDYMD date and
      *   CHTIME time run together, which compare in time order as
      *   they stand.  WS-ITEM-STAMP is an item's last-seen stamp.
       01  WS-STAMP-SW       PIC X     VALUE 'N'.
       01  WS-STAMP-BAD      PIC X     VALUE 'N'.
       01  WS-RUN-STAMP      PIC X(18) VALUE SPACES.
       01  WS-ITEM-STAMP     PIC X(18) VALUE SPACES.

      *   FEED=name (up to 8) files tonight's items under the feed
      *   they came from; required whenever SYSUT1 thru SYSUT4 are.
       01  WS-FEED           PIC X(8)  VALUE SPACES.
       01  WS-FEED-BAD       PIC X     VALUE 'N'.

      *   LOADORG= says how SYSUT4 is organized: 'S' the copy run's
      *   sequential image (the default), 'I' the loaded cluster.
       01  WS-LODORG-MODE    PIC X     VALUE 'S'.
       01  WS-LODORG-BAD     PIC X     VALUE 'N'.

      *   The production key (KEY=(start,len)), as the copy utility
      *   takes it.  WS-KEY-END is the last image byte the slice
      *   needs; a shorter image keys on what it has.
       01  WS-MAX-KEY-LEN   PIC 9(5)  COMP VALUE 60.
       01  WS-KEY-START     PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-LEN       PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-END       PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-PART      PIC 9(5)  COMP VALUE 0.
       01  WS-DERIVED-KEY   PIC X(60) VALUE SPACES.

      *   The record image in hand, whichever input it came from.
       01  WS-IMAGE         PIC X(32756).
       01  WS-IMG-LEN       PIC 9(5)  COMP VALUE 0.
       01  WS-IN-RECNO      PIC 9(9)  VALUE 0.
       01  WS-IN-RULE       PIC 9(2)  VALUE 0.
       01  WS-IN-TYPE       PIC X(7)  VALUE SPACES.
       01  WS-IN-ORIGIN     PIC X     VALUE SPACES.
       01  WS-CLOSE-HOW     PIC X     VALUE SPACES.

      *   Open-item lookup.  WS-ITEM-RESULT tells the caller what
      *   became of the record in hand: 'A' added as a new item, 'U'
      *   open item re-stamped, 'D' already taken in (a rerun), 'C'
      *   item closed, 'N' nothing to close, 'E' I/O error.
       01  WS-FOUND-SW      PIC X     VALUE 'N'.
       01  WS-SCAN-DONE     PIC X     VALUE 'N'.
       01  WS-ITEM-RESULT   PIC X     VALUE SPACES.

      *   Intake and closing accounting, by input.
       01  WS-NEW-READ       PIC 9(18) COMP-3 VALUE 0.
       01  WS-NEW-ADDED      PIC 9(18) COMP-3 VALUE 0.
       01  WS-NEW-UPDATED    PIC 9(18) COMP-3 VALUE 0.
       01  WS-NEW-DUPS       PIC 9(18) COMP-3 VALUE 0.
       01  WS-NEW-PARSE      PIC 9(18) COMP-3 VALUE 0.
       01  WS-RES-READ       PIC 9(18) COMP-3 VALUE 0.
       01  WS-RES-ADDED      PIC 9(18) COMP-3 VALUE 0.
       01  WS-RES-UPDATED    PIC 9(18) COMP-3 VALUE 0.
       01  WS-RES-DUPS       PIC 9(18) COMP-3 VALUE 0.
       01  WS-RES-PARSE      PIC 9(18) COMP-3 VALUE 0.
       01  WS-FIX-READ       PIC 9(18) COMP-3 VALUE 0.
       01  WS-FIX-CLOSED     PIC 9(18) COMP-3 VALUE 0.
       01  WS-LOD-READ       PIC 9(18) COMP-3 VALUE 0.
       01  WS-LOD-CLOSED     PIC 9(18) COMP-3 VALUE 0.
       01  WS-IO-ERRORS      PIC 9(9)  COMP   VALUE 0.

      *   Inventory pass.  Closed items are dropped KEEP=n days after
      *   closing; the open ones are aged on days since first
      *   rejected, against today's date.
       01  WS-KEEP-DAYS      PIC 9(5)  COMP   VALUE 30.
       01  WS-OPEN-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-CLOSED-COUNT   PIC 9(18) COMP-3 VALUE 0.
       01  WS-DROPPED-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-TODAY-DAYS     PIC 9(9)  COMP   VALUE 0.
       01  WS-ITEM-DAYS      PIC 9(9)  COMP   VALUE 0.
       01  WS-AGE-DAYS       PIC 9(9)  COMP   VALUE 0.
       01  WS-YMD            PIC 9(8)  VALUE 0.
       01  WS-YMD-X REDEFINES WS-YMD PIC X(8).
       01  WS-DATE-IN        PIC X(10) VALUE SPACES.

      *   Aging by feed, rule number and rule type.  Buckets 1 thru 4
      *   are 0-1, 2-5, 6-10 and over 10 days; the first 200
      *   feed/rule/type combinations are kept, any beyond lumped
      *   together.
       01  WS-AGE-MAX        PIC 9(5)  COMP VALUE 200.
       01  WS-AGE-COUNT      PIC 9(5)  COMP VALUE 0.
       01  WS-AGE-IDX        PIC 9(5)  COMP VALUE 0.
       01  WS-AGE-IDX2       PIC 9(5)  COMP VALUE 0.
       01  WS-AGE-NEXT       PIC 9(5)  COMP VALUE 0.
       01  WS-AGE-FOUND      PIC 9(5)  COMP VALUE 0.
       01  WS-BKT            PIC 9(3)  COMP VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 200 TIMES.
               10  WS-AGE-SORTKEY.
                   15  WS-AGE-FEED  PIC X(8).
                   15  WS-AGE-RULE  PIC 9(2).
                   15  WS-AGE-TYPE  PIC X(7).
               10  WS-AGE-BKT   PIC 9(9) COMP OCCURS 4 TIMES.
               10  WS-AGE-TOTAL PIC 9(9) COMP.
       01  WS-AGE-HOLD.
           05  WS-HOLD-SORTKEY  PIC X(17).
           05  WS-HOLD-BKT      PIC 9(9) COMP OCCURS 4 TIMES.
           05  WS-HOLD-TOTAL    PIC 9(9) COMP.
       01  WS-AGE-CAND.
           05  WS-CAND-FEED     PIC X(8).
           05  WS-CAND-RULE     PIC 9(2).
           05  WS-CAND-TYPE     PIC X(7).
       01  WS-OVER-TABLE.
           05  WS-OVER-BKT   PIC 9(9) COMP OCCURS 4 TIMES.
       01  WS-OVER-TOTAL     PIC 9(9) COMP VALUE 0.
       01  WS-GRAND-TABLE.
           05  WS-GRAND-BKT  PIC 9(9) COMP OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL    PIC 9(9) COMP VALUE 0.

      *   The OLDEST=n (1 thru 50) oldest open items, kept in order of
      *   the stamp first rejected under as the inventory is read.
       01  WS-OLD-MAX        PIC 9(5)  COMP VALUE 10.
       01  WS-OLD-COUNT      PIC 9(5)  COMP VALUE 0.
       01  WS-OLD-IDX        PIC 9(5)  COMP VALUE 0.
       01  WS-OLD-PLACED     PIC X     VALUE 'N'.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 50 TIMES.
               10  WS-OLD-STAMP   PIC X(18).
               10  WS-OLD-FEED    PIC X(8).
               10  WS-OLD-KEY     PIC X(60).
               10  WS-OLD-AGE     PIC 9(5).
               10  WS-OLD-SEEN    PIC 9(5).
               10  WS-OLD-RULE    PIC 9(2).
               10  WS-OLD-TYPE    PIC X(7).
               10  WS-OLD-ORIGIN  PIC X.
               10  WS-OLD-RECNO   PIC 9(9).
       01  WS-OLD-CAND.
           05  WS-OCAND-STAMP   PIC X(18).
           05  WS-OCAND-FEED    PIC X(8).
           05  WS-OCAND-KEY     PIC X(60).
           05  WS-OCAND-AGE     PIC 9(5).
           05  WS-OCAND-SEEN    PIC 9(5).
           05  WS-OCAND-RULE    PIC 9(2).
           05  WS-OCAND-TYPE    PIC X(7).
           05  WS-OCAND-ORIGIN  PIC X.
           05  WS-OCAND-RECNO   PIC 9(9).

      *   Numeric-to-display scratch for building report lines.
       01  WS-RPT-NUM1    PIC 9(18).
       01  WS-RPT-NUM2    PIC 9(18).
       01  WS-RPT-NUM3    PIC 9(18).
       01  WS-RPT-NUM4    PIC 9(18).
       01  WS-RPT-NUM5    PIC 9(18).
       01  WS-RPT-FROM    PIC X(5)  VALUE SPACES.

      *   SYSIN control-card tokenizer scratch.
       01  WS-W1          PIC X(40) VALUE SPACES.
       01  WS-W2          PIC X(40) VALUE SPACES.
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
              PERFORM CAPTURE-RUN-STAMP
              PERFORM CHECK-DECK
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              PERFORM PRINT-HEADING
              IF WS-NEW-ACTIVE = 'Y' AND WS-IO-OK = 'Y'
                 PERFORM TAKE-IN-REJECTS
              END-IF
              IF WS-RES-ACTIVE = 'Y' AND WS-IO-OK = 'Y'
                 PERFORM TAKE-IN-RESIDUALS
              END-IF
              IF WS-FIX-ACTIVE = 'Y' AND WS-IO-OK = 'Y'
                 PERFORM CLOSE-REPAIRED
              END-IF
              IF WS-LOD-ACTIVE = 'Y' AND WS-IO-OK = 'Y'
                 PERFORM CLOSE-LOADED
              END-IF
              PERFORM PRINT-INTAKE
              IF WS-IO-OK = 'Y'
                 PERFORM SCAN-INVENTORY
              END-IF
              PERFORM PRINT-AGING
              PERFORM PRINT-OLDEST
           END-IF
           PERFORM TIDY-UP
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      *  READ-CONTROL-CARDS - parse the SYSIN control file             *
      *----------------------------------------------------------------*
      *   KEY= is the same card the feed's production load runs with,
      *   so the feed's deck can be shared: any card this program does
      *   not use falls through harmlessly.
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

       PARSE-CTL-LINE.
           MOVE SPACES TO WS-W1 WS-W2
           IF CTLLINE(1:1) NOT = '*' AND CTLLINE NOT = SPACES
              UNSTRING CTLLINE DELIMITED BY ALL SPACE
                       INTO WS-W1 WS-W2
              EVALUATE TRUE
                 WHEN WS-W1(1:5) = 'FEED='
                    MOVE WS-W1(6:8) TO WS-FEED
                    IF WS-W1(14:27) NOT = SPACES
                       OR WS-FEED = SPACES
                       MOVE 'Y' TO WS-FEED-BAD
                    END-IF
                 WHEN WS-W1(1:4) = 'KEY='
                    PERFORM SET-KEY-PARM
                 WHEN WS-W1(1:6) = 'STAMP='
                    PERFORM SET-STAMP-PARM
                 WHEN WS-W1(1:7) = 'OLDEST='
                    MOVE FUNCTION NUMVAL(WS-W1(8:13)) TO WS-OLD-MAX
                 WHEN WS-W1(1:5) = 'KEEP='
                    MOVE FUNCTION NUMVAL(WS-W1(6:13)) TO WS-KEEP-DAYS
                 WHEN WS-W1(1:8) = 'LOADORG='
                    PERFORM SET-LOADORG-PARM
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

       SET-LOADORG-PARM.
           EVALUATE WS-W1(9:32)
              WHEN 'INDEXED'
                 MOVE 'I' TO WS-LODORG-MODE
              WHEN 'SEQUENTIAL'
                 MOVE 'S' TO WS-LODORG-MODE
              WHEN OTHER
                 MOVE 'Y' TO WS-LODORG-BAD
           END-EVALUATE.

      *   STAMP=(ccyy-mm-dd,hh:mm:ss) - the copy run's own stamp, in
      *   the form AUDIT01 and the journal carry it.
       SET-STAMP-PARM.
           MOVE 'Y' TO WS-STAMP-SW
           MOVE WS-W1 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           MOVE WS-SPEC-1      TO WS-RUN-STAMP(1:10)
           MOVE WS-SPEC-2(1:8) TO WS-RUN-STAMP(11:8)
           IF WS-SPEC-1(1:4) IS NOT NUMERIC
              OR WS-SPEC-1(5:1) NOT = '-'
              OR WS-SPEC-1(6:2) IS NOT NUMERIC
              OR WS-SPEC-1(8:1) NOT = '-'
              OR WS-SPEC-1(9:2) IS NOT NUMERIC
              OR WS-SPEC-2(1:2) IS NOT NUMERIC
              OR WS-SPEC-2(3:1) NOT = ':'
              OR WS-SPEC-2(4:2) IS NOT NUMERIC
              OR WS-SPEC-2(6:1) NOT = ':'
              OR WS-SPEC-2(7:2) IS NOT NUMERIC
              OR WS-SPEC-2(9:2) NOT = SPACES
              MOVE 'Y' TO WS-STAMP-BAD
           ELSE
              MOVE WS-SPEC-1 TO WS-DATE-IN
              PERFORM DATE-TO-DAYS
              IF WS-ITEM-DAYS = 0
                 MOVE 'Y' TO WS-STAMP-BAD
              END-IF
           END-IF.

      *   The run stamp through the same CDYMD/CHTIME functions the
      *   copy utility stamps with.  Without a STAMP= card tonight's
      *   items are filed under this run's own stamp.
       CAPTURE-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4)  TO CDT-YEAR
           MOVE WS-CURRENT-DATE(5:2)  TO CDT-MONTH
           MOVE WS-CURRENT-DATE(7:2)  TO CDT-DAY
           MOVE WS-CURRENT-DATE(9:2)  TO CDT-HOUR
           MOVE WS-CURRENT-DATE(11:2) TO CDT-MIN
           MOVE WS-CURRENT-DATE(13:2) TO CDT-SEC
           MOVE CDYMD(CDT-YEAR, CDT-MONTH, CDT-DAY) TO WS-RUN-DATE
           MOVE CHTIME(CDT-HOUR, CDT-MIN, CDT-SEC)  TO WS-RUN-TIME
           IF WS-STAMP-SW = 'N'
              MOVE WS-RUN-DATE TO WS-RUN-STAMP(1:10)
              MOVE WS-RUN-TIME TO WS-RUN-STAMP(11:8)
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM DATE-TO-DAYS
           MOVE WS-ITEM-DAYS TO WS-TODAY-DAYS.

      *   No KEY= card is legal - the load then took the key from the
      *   front of the record, and so does the inventory - but a card
      *   the load itself would refuse stops the run before a single
      *   item is touched.
       CHECK-DECK.
           EVALUATE TRUE
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
              WHEN WS-KEY-LEN > 0 AND WS-KEY-START = 0
                 MOVE "KEY= NEEDS A START AND A LENGTH" TO WS-MSG
                 PERFORM REPORT-DECK-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-FEED-BAD = 'Y'
              MOVE "FEED= NAME MUST BE 1 THRU 8 CHARACTERS" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-STAMP-BAD = 'Y'
              MOVE "STAMP= MUST BE (CCYY-MM-DD,HH:MM:SS)" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-LODORG-BAD = 'Y'
              MOVE "LOADORG= MUST BE SEQUENTIAL OR INDEXED" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-OLD-MAX = 0 OR WS-OLD-MAX > 50
              MOVE "OLDEST= COUNT MUST BE 1 THRU 50" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-KEY-LEN > 0
              COMPUTE WS-KEY-END = WS-KEY-START + WS-KEY-LEN - 1
           ELSE
              MOVE 1 TO WS-KEY-END
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

      *   The four inputs are each optional: a night with no rejects
      *   or no COBFIXER pass still ages the inventory, and a run
      *   with none of them is the report alone.  A newly defined
      *   cluster that has never held a record will not open for
      *   update (status 35); it is opened for output once to load
      *   it empty, then re-opened.
       INIT.
           IF WS-INIT-OK = 'Y'
              OPEN I-O RQKSDS
              IF RQ-STAT = "35"
                 OPEN OUTPUT RQKSDS
                 IF RQ-STAT = "00" OR RQ-STAT = "97"
                    CLOSE RQKSDS
                    OPEN I-O RQKSDS
                 END-IF
              END-IF
              IF RQ-STAT = "00" OR RQ-STAT = "97"
                 MOVE 'Y' TO WS-RQ-OPEN
              ELSE
                 MOVE "REJQ01  " TO WS-ERR-DD
                 MOVE RQ-STAT    TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              OPEN INPUT NEWFILE
              IF NEW-STAT = "00" OR NEW-STAT = "97"
                 MOVE 'Y' TO WS-NEW-ACTIVE
              ELSE
                 IF NEW-STAT NOT = "35" AND NEW-STAT NOT = "05"
                    MOVE "SYSUT1  " TO WS-ERR-DD
                    MOVE NEW-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
              OPEN INPUT RESFILE
              IF RES-STAT = "00" OR RES-STAT = "97"
                 MOVE 'Y' TO WS-RES-ACTIVE
              ELSE
                 IF RES-STAT NOT = "35" AND RES-STAT NOT = "05"
                    MOVE "SYSUT2  " TO WS-ERR-DD
                    MOVE RES-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
              OPEN INPUT FIXFILE
              IF FIX-STAT = "00" OR FIX-STAT = "97"
                 MOVE 'Y' TO WS-FIX-ACTIVE
              ELSE
                 IF FIX-STAT NOT = "35" AND FIX-STAT NOT = "05"
                    MOVE "SYSUT3  " TO WS-ERR-DD
                    MOVE FIX-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
              IF WS-LODORG-MODE = 'I'
                 OPEN INPUT LODKSDS
                 MOVE LODK-STAT TO LOD-STAT
              ELSE
                 OPEN INPUT LODFILE
              END-IF
              IF LOD-STAT = "00" OR LOD-STAT = "97"
                 MOVE 'Y' TO WS-LOD-ACTIVE
              ELSE
                 IF LOD-STAT NOT = "35" AND LOD-STAT NOT = "05"
                    MOVE "SYSUT4  " TO WS-ERR-DD
                    MOVE LOD-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
              IF WS-FEED = SPACES
                 AND (WS-NEW-ACTIVE = 'Y' OR WS-RES-ACTIVE = 'Y'
                      OR WS-FIX-ACTIVE = 'Y' OR WS-LOD-ACTIVE = 'Y')
                 MOVE "FEED= CARD REQUIRED WITH SYSUT1 THRU SYSUT4"
                   TO WS-MSG
                 PERFORM REPORT-DECK-ERROR
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

       PRINT-HEADING.
           MOVE SPACES TO PRTLINE
           STRING "COBREJQ REJECT INVENTORY " DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-FEED NOT = SPACES
              MOVE SPACES TO PRTLINE
              STRING "FEED="              DELIMITED BY SIZE
                     WS-FEED              DELIMITED BY SIZE
                     "  ITEMS TAKEN IN UNDER RUN STAMP "
                                          DELIMITED BY SIZE
                     WS-RUN-STAMP(1:10)   DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     WS-RUN-STAMP(11:8)   DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              IF WS-KEY-LEN > 0
                 MOVE WS-KEY-START TO WS-RPT-NUM1
                 MOVE WS-KEY-END   TO WS-RPT-NUM2
                 MOVE SPACES TO PRTLINE
                 STRING "KEY TAKEN FROM RECORD BYTES "
                                          DELIMITED BY SIZE
                        WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                        " THRU "          DELIMITED BY SIZE
                        WS-RPT-NUM2(14:5) DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              ELSE
                 MOVE "NO KEY= CARD - KEY TAKEN FROM FRONT OF RECORD"
                   TO PRTLINE
                 WRITE PRTLINE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *  Intake - tonight's rejects and COBFIXER residuals             *
      *----------------------------------------------------------------*
       TAKE-IN-REJECTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ NEWFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-REJECT
              END-READ
           END-PERFORM.

      *   A PARSE reject's image is the raw row that would not split,
      *   not a record - it has no key to file it under or to close it
      *   with, so it is only counted.
       TAKE-ONE-REJECT.
           ADD 1 TO WS-NEW-READ
           IF NEW-TYPE = 'PARSE'
              ADD 1 TO WS-NEW-PARSE
           ELSE
              PERFORM FILE-ONE-REJECT
           END-IF.

       FILE-ONE-REJECT.
           COMPUTE WS-IMG-LEN = NEW-LEN - 18
           IF WS-IMG-LEN > 0
              MOVE NEW-DATA(1:WS-IMG-LEN) TO WS-IMAGE(1:WS-IMG-LEN)
           END-IF
           MOVE NEW-RECNO TO WS-IN-RECNO
           MOVE NEW-RULE  TO WS-IN-RULE
           MOVE NEW-TYPE  TO WS-IN-TYPE
           MOVE 'G'       TO WS-IN-ORIGIN
           PERFORM TAKE-IN-ITEM
           EVALUATE WS-ITEM-RESULT
              WHEN 'A'
                 ADD 1 TO WS-NEW-ADDED
              WHEN 'U'
                 ADD 1 TO WS-NEW-UPDATED
              WHEN 'D'
                 ADD 1 TO WS-NEW-DUPS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       TAKE-IN-RESIDUALS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ RESFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-RESIDUAL
              END-READ
           END-PERFORM.

       TAKE-ONE-RESIDUAL.
           ADD 1 TO WS-RES-READ
           IF RES-TYPE = 'PARSE'
              ADD 1 TO WS-RES-PARSE
           ELSE
              PERFORM FILE-ONE-RESIDUAL
           END-IF.

       FILE-ONE-RESIDUAL.
           COMPUTE WS-IMG-LEN = RES-LEN - 18
           IF WS-IMG-LEN > 0
              MOVE RES-DATA(1:WS-IMG-LEN) TO WS-IMAGE(1:WS-IMG-LEN)
           END-IF
           MOVE RES-RECNO TO WS-IN-RECNO
           MOVE RES-RULE  TO WS-IN-RULE
           MOVE RES-TYPE  TO WS-IN-TYPE
           MOVE 'F'       TO WS-IN-ORIGIN
           PERFORM TAKE-IN-ITEM
           EVALUATE WS-ITEM-RESULT
              WHEN 'A'
                 ADD 1 TO WS-RES-ADDED
              WHEN 'U'
                 ADD 1 TO WS-RES-UPDATED
              WHEN 'D'
                 ADD 1 TO WS-RES-DUPS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *   One reject into the inventory.  The feed's open item for the
      *   key, if there is one, is re-stamped; otherwise a new item is
      *   filed under tonight's stamp.  A new item whose key the
      *   cluster already holds (status 22) was taken in by an earlier
      *   run under the same stamp - a rerun - and is left as it is.
       TAKE-IN-ITEM.
           PERFORM DERIVE-KEY
           PERFORM FIND-OPEN-ITEM
           IF WS-IO-OK = 'N'
              MOVE 'E' TO WS-ITEM-RESULT
           ELSE
              IF WS-FOUND-SW = 'Y'
                 PERFORM RESTAMP-OPEN-ITEM
              ELSE
                 PERFORM ADD-NEW-ITEM
              END-IF
           END-IF.

      *   Only a copy-utility reject on a later run than the one the
      *   item was last seen on counts as seen again - a second record
      *   with the same key in one run, or a COBFIXER residual (the
      *   same reject carried through a repair pass), does not.
       RESTAMP-OPEN-ITEM.
           MOVE RQ-LAST-DATE TO WS-ITEM-STAMP(1:10)
           MOVE RQ-LAST-TIME TO WS-ITEM-STAMP(11:8)
           IF WS-IN-ORIGIN = 'G' AND WS-ITEM-STAMP < WS-RUN-STAMP
              AND RQ-SEEN < 99999
              ADD 1 TO RQ-SEEN
           END-IF
           MOVE WS-RUN-STAMP(1:10) TO RQ-LAST-DATE
           MOVE WS-RUN-STAMP(11:8) TO RQ-LAST-TIME
           MOVE WS-IN-RULE   TO RQ-RULE
           MOVE WS-IN-TYPE   TO RQ-TYPE
           MOVE WS-IN-ORIGIN TO RQ-ORIGIN
           IF WS-IMG-LEN > 0
              MOVE WS-IMAGE(1:WS-IMG-LEN) TO RQ-DATA(1:WS-IMG-LEN)
           END-IF
           COMPUTE RQ-LEN = 150 + WS-IMG-LEN
           REWRITE RQREC
           IF RQ-STAT = "00"
              MOVE 'U' TO WS-ITEM-RESULT
           ELSE
              MOVE 'E' TO WS-ITEM-RESULT
              PERFORM LOG-IO-ERROR
           END-IF.

       ADD-NEW-ITEM.
           MOVE SPACES TO RQREC
           MOVE WS-FEED            TO RQ-FEED
           MOVE WS-DERIVED-KEY     TO RQ-RECKEY
           MOVE WS-RUN-STAMP(1:10) TO RQ-FIRST-DATE RQ-LAST-DATE
           MOVE WS-RUN-STAMP(11:8) TO RQ-FIRST-TIME RQ-LAST-TIME
           MOVE WS-IN-RECNO        TO RQ-RECNO
           MOVE 'O'                TO RQ-STATUS
           MOVE 1                  TO RQ-SEEN
           MOVE WS-IN-RULE         TO RQ-RULE
           MOVE WS-IN-TYPE         TO RQ-TYPE
           MOVE WS-IN-ORIGIN       TO RQ-ORIGIN
           IF WS-IMG-LEN > 0
              MOVE WS-IMAGE(1:WS-IMG-LEN) TO RQ-DATA(1:WS-IMG-LEN)
           END-IF
           COMPUTE RQ-LEN = 150 + WS-IMG-LEN
           WRITE RQREC
           EVALUATE RQ-STAT
              WHEN "00"
              WHEN "02"
                 MOVE 'A' TO WS-ITEM-RESULT
              WHEN "22"
                 MOVE 'D' TO WS-ITEM-RESULT
              WHEN OTHER
                 MOVE 'E' TO WS-ITEM-RESULT
                 PERFORM LOG-IO-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *  Closing - records COBFIXER repaired, records loaded clean     *
      *----------------------------------------------------------------*
       CLOSE-REPAIRED.
           MOVE 'F' TO WS-CLOSE-HOW
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FIXFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FIX-READ
                    MOVE FIX-LEN TO WS-IMG-LEN
                    MOVE FIXREC(1:FIX-LEN) TO WS-IMAGE(1:FIX-LEN)
                    PERFORM CLOSE-ITEM
                    IF WS-ITEM-RESULT = 'C'
                       ADD 1 TO WS-FIX-CLOSED
                    END-IF
              END-READ
           END-PERFORM.

       CLOSE-LOADED.
           MOVE 'L' TO WS-CLOSE-HOW
           IF WS-LODORG-MODE = 'I'
              PERFORM CLOSE-LOADED-KSDS
           ELSE
              PERFORM CLOSE-LOADED-SEQ
           END-IF.

       CLOSE-LOADED-SEQ.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ LODFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LOD-READ
                    MOVE LOD-LEN TO WS-IMG-LEN
                    MOVE LODREC(1:LOD-LEN) TO WS-IMAGE(1:LOD-LEN)
                    PERFORM CLOSE-ITEM
                    IF WS-ITEM-RESULT = 'C'
                       ADD 1 TO WS-LOD-CLOSED
                    END-IF
              END-READ
           END-PERFORM.

      *   The cluster's records carry the key BUILD-KSDS-RECORD built
      *   for them, so it is taken as it stands rather than derived.
       CLOSE-LOADED-KSDS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ LODKSDS
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LOD-READ
                    MOVE LODK-KEY TO WS-DERIVED-KEY
                    PERFORM CLOSE-KEYED-ITEM
                    IF WS-ITEM-RESULT = 'C'
                       ADD 1 TO WS-LOD-CLOSED
                    END-IF
              END-READ
           END-PERFORM.

      *   A clean load only closes an item rejected on an earlier run:
      *   one rejected again under tonight's stamp had a second record
      *   with the same key fail, whatever became of the first.  A
      *   repair always closes - it is the very record that failed.
       CLOSE-ITEM.
           PERFORM DERIVE-KEY
           PERFORM CLOSE-KEYED-ITEM.

       CLOSE-KEYED-ITEM.
           MOVE 'N' TO WS-ITEM-RESULT
           PERFORM FIND-OPEN-ITEM
           IF WS-FOUND-SW = 'Y'
              MOVE RQ-LAST-DATE TO WS-ITEM-STAMP(1:10)
              MOVE RQ-LAST-TIME TO WS-ITEM-STAMP(11:8)
              IF WS-CLOSE-HOW = 'F' OR WS-ITEM-STAMP < WS-RUN-STAMP
                 MOVE 'C'                TO RQ-STATUS
                 MOVE WS-CLOSE-HOW       TO RQ-CLOSED-BY
                 MOVE WS-RUN-STAMP(1:10) TO RQ-CLOSE-DATE
                 REWRITE RQREC
                 IF RQ-STAT = "00"
                    MOVE 'C' TO WS-ITEM-RESULT
                 ELSE
                    MOVE 'E' TO WS-ITEM-RESULT
                    PERFORM LOG-IO-ERROR
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *  Key derivation and the open-item lookup                       *
      *----------------------------------------------------------------*
      *   The key as BUILD-KSDS-RECORD builds it from the same bytes:
      *   the KEY= slice of the image, or without a KEY= card as much
      *   of its front as fits in 60, the rest spaces.  A reject whose
      *   image ends inside the slice keys on the part it has.
       DERIVE-KEY.
           MOVE SPACES TO WS-DERIVED-KEY
           IF WS-KEY-LEN > 0
              IF WS-IMG-LEN >= WS-KEY-END
                 MOVE WS-IMAGE(WS-KEY-START:WS-KEY-LEN)
                   TO WS-DERIVED-KEY(1:WS-KEY-LEN)
              ELSE
                 IF WS-IMG-LEN >= WS-KEY-START
                    COMPUTE WS-KEY-PART =
                       WS-IMG-LEN - WS-KEY-START + 1
                    MOVE WS-IMAGE(WS-KEY-START:WS-KEY-PART)
                      TO WS-DERIVED-KEY(1:WS-KEY-PART)
                 END-IF
              END-IF
           ELSE
              IF WS-IMG-LEN < 60
                 IF WS-IMG-LEN > 0
                    MOVE WS-IMAGE(1:WS-IMG-LEN)
                      TO WS-DERIVED-KEY(1:WS-IMG-LEN)
                 END-IF
              ELSE
                 MOVE WS-IMAGE(1:60) TO WS-DERIVED-KEY
              END-IF
           END-IF.

      *   The feed's items for a key sit together on the cluster, in
      *   the order first rejected; all but the latest are closed, so
      *   the walk stops at the first open one or the end of the key.
      *   On a find, RQREC holds the open item.
       FIND-OPEN-ITEM.
           MOVE 'N' TO WS-FOUND-SW WS-SCAN-DONE
           MOVE LOW-VALUES     TO RQ-KEY
           MOVE WS-FEED        TO RQ-FEED
           MOVE WS-DERIVED-KEY TO RQ-RECKEY
           START RQKSDS KEY IS NOT LESS THAN RQ-KEY
           EVALUATE RQ-STAT
              WHEN "00"
                 PERFORM READ-NEXT-FOR-KEY
                    UNTIL WS-SCAN-DONE = 'Y'
              WHEN "23"
                 CONTINUE
              WHEN OTHER
                 PERFORM LOG-IO-ERROR
           END-EVALUATE.

       READ-NEXT-FOR-KEY.
           READ RQKSDS NEXT RECORD
           EVALUATE TRUE
              WHEN RQ-STAT = "10"
                 MOVE 'Y' TO WS-SCAN-DONE
              WHEN RQ-STAT NOT = "00" AND RQ-STAT NOT = "02"
                 MOVE 'Y' TO WS-SCAN-DONE
                 PERFORM LOG-IO-ERROR
              WHEN RQ-FEED NOT = WS-FEED
                 OR RQ-RECKEY NOT = WS-DERIVED-KEY
                 MOVE 'Y' TO WS-SCAN-DONE
              WHEN RQ-STATUS = 'O'
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE 'Y' TO WS-SCAN-DONE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *   An inventory that cannot be read or rewritten cannot be
      *   trusted for the rest of the run: the input in hand stops,
      *   no later input is taken, and the inventory pass is skipped.
       LOG-IO-ERROR.
           ADD 1 TO WS-IO-ERRORS
           MOVE "I/O ERROR ON REJQ01, STATUS=" TO WS-MSG
           MOVE SPACES TO PRTLINE
           STRING WS-MSG DELIMITED BY "  "
                  RQ-STAT DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-IO-OK
           MOVE 'Y' TO WS-EOF
           MOVE 'Y' TO WS-SCAN-DONE.

       PRINT-INTAKE.
           IF WS-NEW-ACTIVE = 'Y'
              MOVE WS-NEW-READ    TO WS-RPT-NUM1
              MOVE WS-NEW-ADDED   TO WS-RPT-NUM2
              MOVE WS-NEW-UPDATED TO WS-RPT-NUM3
              MOVE WS-NEW-DUPS    TO WS-RPT-NUM4
              MOVE SPACES TO PRTLINE
              STRING "SYSUT1 REJECTS READ="   DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                     "  NEW ITEMS="           DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)        DELIMITED BY SIZE
                     "  STILL OPEN="          DELIMITED BY SIZE
                     WS-RPT-NUM3(10:9)        DELIMITED BY SIZE
                     "  ALREADY TAKEN IN="    DELIMITED BY SIZE
                     WS-RPT-NUM4(10:9)        DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              IF WS-NEW-PARSE > 0
                 MOVE WS-NEW-PARSE TO WS-RPT-NUM1
                 MOVE SPACES TO PRTLINE
                 STRING "SYSUT1 PARSE REJECTS NOT TAKEN IN="
                                          DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
           END-IF
           IF WS-RES-ACTIVE = 'Y'
              MOVE WS-RES-READ    TO WS-RPT-NUM1
              MOVE WS-RES-ADDED   TO WS-RPT-NUM2
              MOVE WS-RES-UPDATED TO WS-RPT-NUM3
              MOVE WS-RES-DUPS    TO WS-RPT-NUM4
              MOVE SPACES TO PRTLINE
              STRING "SYSUT2 RESIDUALS READ=" DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                     "  NEW ITEMS="           DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)        DELIMITED BY SIZE
                     "  STILL OPEN="          DELIMITED BY SIZE
                     WS-RPT-NUM3(10:9)        DELIMITED BY SIZE
                     "  ALREADY TAKEN IN="    DELIMITED BY SIZE
                     WS-RPT-NUM4(10:9)        DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              IF WS-RES-PARSE > 0
                 MOVE WS-RES-PARSE TO WS-RPT-NUM1
                 MOVE SPACES TO PRTLINE
                 STRING "SYSUT2 PARSE RESIDUALS NOT TAKEN IN="
                                          DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
           END-IF
           IF WS-FIX-ACTIVE = 'Y'
              MOVE WS-FIX-READ    TO WS-RPT-NUM1
              MOVE WS-FIX-CLOSED  TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "SYSUT3 REPAIRED READ="  DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                     "  ITEMS CLOSED="        DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)        DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-LOD-ACTIVE = 'Y'
              MOVE WS-LOD-READ    TO WS-RPT-NUM1
              MOVE WS-LOD-CLOSED  TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "SYSUT4 LOADED READ="    DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                     "  ITEMS CLOSED="        DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)        DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

      *----------------------------------------------------------------*
      *  SCAN-INVENTORY - drop long-closed items, age the open ones    *
      *----------------------------------------------------------------*
       SCAN-INVENTORY.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RQ-KEY
           START RQKSDS KEY IS NOT LESS THAN RQ-KEY
           EVALUATE RQ-STAT
              WHEN "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ RQKSDS NEXT RECORD
                    EVALUATE RQ-STAT
                       WHEN "00"
                       WHEN "02"
                          PERFORM JUDGE-ONE-ITEM
                       WHEN "10"
                          MOVE 'Y' TO WS-EOF
                       WHEN OTHER
                          PERFORM LOG-IO-ERROR
                    END-EVALUATE
                 END-PERFORM
              WHEN "23"
                 CONTINUE
              WHEN OTHER
                 PERFORM LOG-IO-ERROR
           END-EVALUATE.

       JUDGE-ONE-ITEM.
           IF RQ-STATUS = 'C'
              ADD 1 TO WS-CLOSED-COUNT
              IF WS-KEEP-DAYS > 0
                 MOVE RQ-CLOSE-DATE TO WS-DATE-IN
                 PERFORM DATE-TO-DAYS
                 IF WS-ITEM-DAYS > 0
                    AND WS-TODAY-DAYS - WS-ITEM-DAYS > WS-KEEP-DAYS
                    PERFORM DROP-CLOSED-ITEM
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              MOVE RQ-FIRST-DATE TO WS-DATE-IN
              PERFORM DATE-TO-DAYS
              IF WS-ITEM-DAYS > 0 AND WS-TODAY-DAYS > WS-ITEM-DAYS
                 COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ITEM-DAYS
              ELSE
                 MOVE 0 TO WS-AGE-DAYS
              END-IF
              PERFORM TALLY-AGING
              PERFORM NOTE-OLDEST
           END-IF.

       DROP-CLOSED-ITEM.
           DELETE RQKSDS RECORD
           IF RQ-STAT = "00"
              ADD 1 TO WS-DROPPED-COUNT
              SUBTRACT 1 FROM WS-CLOSED-COUNT
           ELSE
              PERFORM LOG-IO-ERROR
           END-IF.

      *   A CDYMD date (ccyy-mm-dd) as a day number; zero when the
      *   date is not one.
       DATE-TO-DAYS.
           MOVE 0 TO WS-ITEM-DAYS
           MOVE WS-DATE-IN(1:4)  TO WS-YMD-X(1:4)
           MOVE WS-DATE-IN(6:2)  TO WS-YMD-X(5:2)
           MOVE WS-DATE-IN(9:2)  TO WS-YMD-X(7:2)
           IF WS-YMD-X IS NUMERIC
              AND WS-YMD-X(5:2) >= "01" AND WS-YMD-X(5:2) <= "12"
              AND WS-YMD-X(7:2) >= "01" AND WS-YMD-X(7:2) <= "31"
              AND WS-YMD > 16010000
              COMPUTE WS-ITEM-DAYS = FUNCTION INTEGER-OF-DATE(WS-YMD)
           END-IF.

       TALLY-AGING.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 1
                 MOVE 1 TO WS-BKT
              WHEN WS-AGE-DAYS <= 5
                 MOVE 2 TO WS-BKT
              WHEN WS-AGE-DAYS <= 10
                 MOVE 3 TO WS-BKT
              WHEN OTHER
                 MOVE 4 TO WS-BKT
           END-EVALUATE
           ADD 1 TO WS-GRAND-BKT(WS-BKT) WS-GRAND-TOTAL
           MOVE RQ-FEED TO WS-CAND-FEED
           MOVE RQ-RULE TO WS-CAND-RULE
           MOVE RQ-TYPE TO WS-CAND-TYPE
           MOVE 0 TO WS-AGE-FOUND
           PERFORM MATCH-AGING-ENTRY
              VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-COUNT OR WS-AGE-FOUND > 0
           IF WS-AGE-FOUND = 0 AND WS-AGE-COUNT < WS-AGE-MAX
              ADD 1 TO WS-AGE-COUNT
              MOVE WS-AGE-COUNT TO WS-AGE-FOUND
              MOVE WS-AGE-CAND TO WS-AGE-SORTKEY(WS-AGE-FOUND)
              MOVE 0 TO WS-AGE-BKT(WS-AGE-FOUND, 1)
                        WS-AGE-BKT(WS-AGE-FOUND, 2)
                        WS-AGE-BKT(WS-AGE-FOUND, 3)
                        WS-AGE-BKT(WS-AGE-FOUND, 4)
                        WS-AGE-TOTAL(WS-AGE-FOUND)
           END-IF
           IF WS-AGE-FOUND > 0
              ADD 1 TO WS-AGE-BKT(WS-AGE-FOUND, WS-BKT)
                       WS-AGE-TOTAL(WS-AGE-FOUND)
           ELSE
              ADD 1 TO WS-OVER-BKT(WS-BKT) WS-OVER-TOTAL
           END-IF.

       MATCH-AGING-ENTRY.
           IF WS-AGE-SORTKEY(WS-AGE-IDX) = WS-AGE-CAND
              MOVE WS-AGE-IDX TO WS-AGE-FOUND
           END-IF.

      *   The candidate goes in at the end of the list (or over the
      *   youngest when the list is full and it is older still), then
      *   moves up past every entry first rejected later than it.
       NOTE-OLDEST.
           MOVE RQ-FIRST-DATE TO WS-OCAND-STAMP(1:10)
           MOVE RQ-FIRST-TIME TO WS-OCAND-STAMP(11:8)
           MOVE 0 TO WS-OLD-IDX
           IF WS-OLD-COUNT < WS-OLD-MAX
              ADD 1 TO WS-OLD-COUNT
              MOVE WS-OLD-COUNT TO WS-OLD-IDX
           ELSE
              IF WS-OCAND-STAMP < WS-OLD-STAMP(WS-OLD-COUNT)
                 MOVE WS-OLD-COUNT TO WS-OLD-IDX
              END-IF
           END-IF
           IF WS-OLD-IDX > 0
              MOVE RQ-FEED      TO WS-OCAND-FEED
              MOVE RQ-RECKEY    TO WS-OCAND-KEY
              MOVE WS-AGE-DAYS  TO WS-OCAND-AGE
              MOVE RQ-SEEN      TO WS-OCAND-SEEN
              MOVE RQ-RULE      TO WS-OCAND-RULE
              MOVE RQ-TYPE      TO WS-OCAND-TYPE
              MOVE RQ-ORIGIN    TO WS-OCAND-ORIGIN
              MOVE RQ-RECNO     TO WS-OCAND-RECNO
              MOVE 'N' TO WS-OLD-PLACED
              PERFORM MOVE-OLDEST-DOWN
                 UNTIL WS-OLD-PLACED = 'Y'
              MOVE WS-OLD-CAND TO WS-OLD-ENTRY(WS-OLD-IDX)
           END-IF.

       MOVE-OLDEST-DOWN.
           IF WS-OLD-IDX = 1
              MOVE 'Y' TO WS-OLD-PLACED
           ELSE
              IF WS-OLD-STAMP(WS-OLD-IDX - 1) > WS-OCAND-STAMP
                 MOVE WS-OLD-ENTRY(WS-OLD-IDX - 1)
                   TO WS-OLD-ENTRY(WS-OLD-IDX)
                 SUBTRACT 1 FROM WS-OLD-IDX
              ELSE
                 MOVE 'Y' TO WS-OLD-PLACED
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *  The aging report and the oldest open items                    *
      *----------------------------------------------------------------*
       PRINT-AGING.
           MOVE WS-OPEN-COUNT    TO WS-RPT-NUM1
           MOVE WS-CLOSED-COUNT  TO WS-RPT-NUM2
           MOVE WS-DROPPED-COUNT TO WS-RPT-NUM3
           MOVE WS-KEEP-DAYS     TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "INVENTORY OPEN="          DELIMITED BY SIZE
                  WS-RPT-NUM1(10:9)          DELIMITED BY SIZE
                  "  CLOSED="                DELIMITED BY SIZE
                  WS-RPT-NUM2(10:9)          DELIMITED BY SIZE
                  "  CLOSED ITEMS DROPPED="  DELIMITED BY SIZE
                  WS-RPT-NUM3(10:9)          DELIMITED BY SIZE
                  "  KEEP="                  DELIMITED BY SIZE
                  WS-RPT-NUM4(14:5)          DELIMITED BY SIZE
                  " DAYS"                    DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE SPACES TO PRTLINE
           WRITE PRTLINE
           MOVE SPACES TO PRTLINE
           STRING "OPEN REJECT AGING AS OF "     DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  " (DAYS SINCE FIRST REJECTED)" DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE SPACES TO PRTLINE
           MOVE "FEED"      TO PRTLINE(1:4)
           MOVE "RULE"      TO PRTLINE(11:4)
           MOVE "TYPE"      TO PRTLINE(17:4)
           MOVE "0-1 DAYS"  TO PRTLINE(27:8)
           MOVE "2-5 DAYS"  TO PRTLINE(38:8)
           MOVE "6-10 DAYS" TO PRTLINE(48:9)
           MOVE "10+ DAYS"  TO PRTLINE(60:8)
           MOVE "TOTAL"     TO PRTLINE(74:5)
           WRITE PRTLINE
           PERFORM SORT-AGING-PASS
              VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX >= WS-AGE-COUNT
           PERFORM PRINT-AGING-LINE
              VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-COUNT
           IF WS-OVER-TOTAL > 0
              MOVE SPACES TO PRTLINE
              MOVE "OTHERS"   TO PRTLINE(1:6)
              MOVE WS-OVER-BKT(1) TO WS-RPT-NUM1
              MOVE WS-OVER-BKT(2) TO WS-RPT-NUM2
              MOVE WS-OVER-BKT(3) TO WS-RPT-NUM3
              MOVE WS-OVER-BKT(4) TO WS-RPT-NUM4
              MOVE WS-OVER-TOTAL  TO WS-RPT-NUM5
              PERFORM PUT-AGING-COUNTS
           END-IF
           MOVE SPACES TO PRTLINE
           MOVE "TOTAL"   TO PRTLINE(1:5)
           MOVE WS-GRAND-BKT(1) TO WS-RPT-NUM1
           MOVE WS-GRAND-BKT(2) TO WS-RPT-NUM2
           MOVE WS-GRAND-BKT(3) TO WS-RPT-NUM3
           MOVE WS-GRAND-BKT(4) TO WS-RPT-NUM4
           MOVE WS-GRAND-TOTAL  TO WS-RPT-NUM5
           PERFORM PUT-AGING-COUNTS
           IF WS-GRAND-BKT(4) > 0
              MOVE WS-GRAND-BKT(4) TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "*** OPEN REJECTS OLDER THAN 10 DAYS="
                                       DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                     " ***"            DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           END-IF.

      *   A plain exchange sort on feed, rule and type - the table is
      *   a few hundred entries at most.
       SORT-AGING-PASS.
           COMPUTE WS-AGE-NEXT = WS-AGE-IDX + 1
           PERFORM SORT-AGING-PAIR
              VARYING WS-AGE-IDX2 FROM WS-AGE-NEXT BY 1
              UNTIL WS-AGE-IDX2 > WS-AGE-COUNT.

       SORT-AGING-PAIR.
           IF WS-AGE-SORTKEY(WS-AGE-IDX2) < WS-AGE-SORTKEY(WS-AGE-IDX)
              MOVE WS-AGE-ENTRY(WS-AGE-IDX)  TO WS-AGE-HOLD
              MOVE WS-AGE-ENTRY(WS-AGE-IDX2) TO WS-AGE-ENTRY(WS-AGE-IDX)
              MOVE WS-AGE-HOLD TO WS-AGE-ENTRY(WS-AGE-IDX2)
           END-IF.

       PRINT-AGING-LINE.
           MOVE SPACES TO PRTLINE
           MOVE WS-AGE-FEED(WS-AGE-IDX) TO PRTLINE(1:8)
           MOVE WS-AGE-RULE(WS-AGE-IDX) TO PRTLINE(13:2)
           MOVE WS-AGE-TYPE(WS-AGE-IDX) TO PRTLINE(17:7)
           MOVE WS-AGE-BKT(WS-AGE-IDX, 1) TO WS-RPT-NUM1
           MOVE WS-AGE-BKT(WS-AGE-IDX, 2) TO WS-RPT-NUM2
           MOVE WS-AGE-BKT(WS-AGE-IDX, 3) TO WS-RPT-NUM3
           MOVE WS-AGE-BKT(WS-AGE-IDX, 4) TO WS-RPT-NUM4
           MOVE WS-AGE-TOTAL(WS-AGE-IDX)  TO WS-RPT-NUM5
           PERFORM PUT-AGING-COUNTS.

       PUT-AGING-COUNTS.
           MOVE WS-RPT-NUM1(10:9) TO PRTLINE(26:9)
           MOVE WS-RPT-NUM2(10:9) TO PRTLINE(37:9)
           MOVE WS-RPT-NUM3(10:9) TO PRTLINE(48:9)
           MOVE WS-RPT-NUM4(10:9) TO PRTLINE(59:9)
           MOVE WS-RPT-NUM5(10:9) TO PRTLINE(70:9)
           WRITE PRTLINE.

       PRINT-OLDEST.
           MOVE SPACES TO PRTLINE
           WRITE PRTLINE
           MOVE WS-OLD-MAX TO WS-RPT-NUM1
           MOVE SPACES TO PRTLINE
           STRING "OLDEST OPEN REJECTS (UP TO " DELIMITED BY SIZE
                  WS-RPT-NUM1(17:2)             DELIMITED BY SIZE
                  ")"                           DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-OLD-COUNT = 0
              MOVE "NO OPEN REJECTS" TO PRTLINE
              WRITE PRTLINE
           ELSE
              MOVE SPACES TO PRTLINE
              MOVE "FEED"           TO PRTLINE(1:4)
              MOVE "FIRST REJECTED" TO PRTLINE(10:14)
              MOVE "AGE"            TO PRTLINE(33:3)
              MOVE "SEEN"           TO PRTLINE(38:4)
              MOVE "RULE"           TO PRTLINE(43:4)
              MOVE "TYPE"           TO PRTLINE(48:4)
              MOVE "FROM"           TO PRTLINE(56:4)
              MOVE "RECNO"          TO PRTLINE(66:5)
              MOVE "KEY"            TO PRTLINE(72:3)
              WRITE PRTLINE
              PERFORM PRINT-OLDEST-LINE
                 VARYING WS-OLD-IDX FROM 1 BY 1
                 UNTIL WS-OLD-IDX > WS-OLD-COUNT
           END-IF.

       PRINT-OLDEST-LINE.
           IF WS-OLD-ORIGIN(WS-OLD-IDX) = 'F'
              MOVE "FIXER" TO WS-RPT-FROM
           ELSE
              MOVE "COPY"  TO WS-RPT-FROM
           END-IF
           MOVE SPACES TO PRTLINE
           MOVE WS-OLD-FEED(WS-OLD-IDX)        TO PRTLINE(1:8)
           MOVE WS-OLD-STAMP(WS-OLD-IDX)(1:10) TO PRTLINE(10:10)
           MOVE WS-OLD-STAMP(WS-OLD-IDX)(11:8) TO PRTLINE(21:8)
           MOVE WS-OLD-AGE(WS-OLD-IDX)         TO PRTLINE(31:5)
           MOVE WS-OLD-SEEN(WS-OLD-IDX)        TO PRTLINE(37:5)
           MOVE WS-OLD-RULE(WS-OLD-IDX)        TO PRTLINE(44:2)
           MOVE WS-OLD-TYPE(WS-OLD-IDX)        TO PRTLINE(48:7)
           MOVE WS-RPT-FROM                    TO PRTLINE(56:5)
           MOVE WS-OLD-RECNO(WS-OLD-IDX)       TO PRTLINE(62:9)
           MOVE WS-OLD-KEY(WS-OLD-IDX)         TO PRTLINE(72:60)
           WRITE PRTLINE.

       TIDY-UP.
           IF WS-RQ-OPEN = 'Y'
              CLOSE RQKSDS
           END-IF
           IF WS-NEW-ACTIVE = 'Y'
              CLOSE NEWFILE
           END-IF
           IF WS-RES-ACTIVE = 'Y'
              CLOSE RESFILE
           END-IF
           IF WS-FIX-ACTIVE = 'Y'
              CLOSE FIXFILE
           END-IF
           IF WS-LOD-ACTIVE = 'Y'
              IF WS-LODORG-MODE = 'I'
                 CLOSE LODKSDS
              ELSE
                 CLOSE LODFILE
              END-IF
           END-IF
           CLOSE PRTFILE
           EXIT.

       END PROGRAM COBREJQ.

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
