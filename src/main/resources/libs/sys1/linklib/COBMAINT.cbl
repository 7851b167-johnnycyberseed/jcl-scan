      *----------------------------------------------------------------*
      *  COBMAINT - add/change/delete maintenance of the master KSDS   *
      *  - Applies maintenance transactions (SYSUT1) to the master     *
      *    cluster on SYSUT2 by key.  Each transaction carries its     *
      *    action in column 1 and the 60-byte record key in columns    *
      *    2-61: 'A' adds the record built from the key and the data   *
      *    portion that follows it, 'C' lays one or more field         *
      *    segments (start 9(5), length 9(3), value) over the data     *
      *    portion of the live record, 'D' deletes the key.            *
      *  - The 60-byte key records COBDELTA leaves on SYSUT4 are taken *
      *    directly as deletes, so the delete half of a delta needs    *
      *    no hand-built transaction deck.  Either input may be        *
      *    omitted, not both.                                          *
      *  - Every change and delete journals the record's complete      *
      *    before-image to JRNL01 ('B' and 'D'), every add its key     *
      *    ('A'), in the layout COBBKOUT reverses - a maintenance run  *
      *    backs out exactly like a MODE=UPDATE copy.  The run takes   *
      *    the LOCK01 hold the copy utility takes and appends its      *
      *    AUDIT01 history record with the adds and deletes it made.   *
      *  - A transaction that cannot apply (add of a held key, change  *
      *    or delete of a missing one, an unknown action, a segment    *
      *    outside the record) is listed and rejected, RC=4.  A delta  *
      *    delete whose key is already gone is counted, RC=4.  Ends    *
      *    RETURN-CODE 8 on an open, journal or apply failure.         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CDYMD
           FUNCTION CHTIME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRNFILE  ASSIGN TO SYSUT1
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS TRN-STAT.
           SELECT OPTIONAL DELFILE  ASSIGN TO SYSUT4
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS DEL-STAT.
           SELECT MNTKSDS   ASSIGN TO SYSUT2
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS RANDOM
                            RECORD KEY IS MNT-KEY
                            FILE STATUS IS MNT-STAT.
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
      *   One maintenance transaction: action, record key, then the
      *   add's data portion or the change's field segments.
       FD  TRNFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 61 TO 32817 DEPENDING ON TRN-LEN.
       01  TRNREC.
           05  TRN-ACTION    PIC X.
           05  TRN-KEY       PIC X(60).
           05  TRN-DATA      PIC X(32756).

      *   COBDELTA's deleted-key output - this layout mirrors its
      *   DELFILE FD and must stay in step with it.
       FD  DELFILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  DELREC   PIC X(60).

      *   The master cluster, in the same 60-byte record-key layout
      *   the copy utility's KSDS loads carry.
       FD  MNTKSDS
           RECORD VARYING FROM 60 TO 32816 DEPENDING ON MNT-LEN.
       01  MNTREC.
           05  MNT-KEY       PIC X(60).
           05  MNT-REST      PIC X(32756).

      *   Maintenance journal - this layout mirrors the JRNFILE FD in
      *   the copy utility and must stay in step with it.  'A' carries
      *   an added key, 'B' the before-image of a changed record, 'D'
      *   the before-image of a deleted one.
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
      *   with it.  Maintenance contends for the same targets as a
      *   copy run: the two must never meet on the cluster.
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
       01  TRN-STAT    PIC XX  VALUE SPACES.
       01  DEL-STAT    PIC XX  VALUE SPACES.
       01  MNT-STAT    PIC XX  VALUE SPACES.
       01  JRN-STAT    PIC XX  VALUE SPACES.
       01  AUD-STAT    PIC XX  VALUE SPACES.
       01  LCK-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  TRN-LEN     PIC 9(5) COMP VALUE 0.
       01  MNT-LEN     PIC 9(5) COMP VALUE 0.
       01  JRN-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-EOF      PIC X VALUE 'N'.
       01  WS-CTL-EOF  PIC X VALUE 'N'.
       01  WS-INIT-OK  PIC X VALUE 'Y'.

      *   Which inputs this run has: SYSUT1 transactions, SYSUT4
      *   delta deletes, or both.  A DD that is not allocated simply
      *   leaves its pass out.
       01  WS-TRN-ACTIVE  PIC X VALUE 'N'.
       01  WS-DEL-ACTIVE  PIC X VALUE 'N'.
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
       01  WS-W1          PIC X(20) VALUE SPACES.
       01  WS-W2          PIC X(20) VALUE SPACES.
       01  WS-JUNK        PIC X(40) VALUE SPACES.
       01  WS-PAREN1      PIC X(40) VALUE SPACES.

       01  WS-FINAL-RC      PIC 9(3) VALUE 0.
       01  WS-RC-CANDIDATE  PIC 9(3) VALUE 0.

      *   Maintenance accounting.  Rejected transactions never touch
      *   the cluster; "gone" delta deletes are keys COBDELTA saw in
      *   yesterday's generation that the cluster no longer holds -
      *   the delete's goal already met, so warned rather than failed.
       01  WS-TRN-COUNT       PIC 9(18) COMP-3 VALUE 0.
       01  WS-DEL-COUNT       PIC 9(18) COMP-3 VALUE 0.
       01  WS-ADDED-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-CHANGED-COUNT   PIC 9(18) COMP-3 VALUE 0.
       01  WS-DELETED-COUNT   PIC 9(18) COMP-3 VALUE 0.
       01  WS-GONE-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-JRN-COUNT       PIC 9(18) COMP-3 VALUE 0.

      *   Change-transaction state.  The live record's data portion
      *   is copied to WS-CHG-BUF and every segment laid over the
      *   copy; only when all segments fit does the before-image go
      *   to the journal and the copy go back over the record.
       01  WS-DATA-LEN     PIC 9(5) COMP VALUE 0.
       01  WS-TRN-DLEN     PIC 9(5) COMP VALUE 0.
       01  WS-CHG-BUF      PIC X(32756) VALUE SPACES.
       01  WS-CHG-LEN      PIC 9(5) COMP VALUE 0.
       01  WS-SEG-POS      PIC 9(5) COMP VALUE 0.
       01  WS-SEG-START    PIC 9(5) VALUE 0.
       01  WS-SEG-LEN      PIC 9(3) VALUE 0.
       01  WS-SEG-END      PIC 9(6) COMP VALUE 0.
       01  WS-SEG-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-SEG-DONE     PIC X    VALUE 'N'.
       01  WS-SEG-OK       PIC X    VALUE 'Y'.
       01  WS-REJ-REASON   PIC X(30) VALUE SPACES.

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
              PERFORM ACQUIRE-RUN-LOCK
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              IF WS-TRN-ACTIVE = 'Y'
                 PERFORM APPLY-TRANSACTIONS
              END-IF
              IF WS-DEL-ACTIVE = 'Y' AND WS-INIT-OK = 'Y'
                 PERFORM APPLY-DELTA-DELETES
              END-IF
              PERFORM PRINT-REPORT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM TIDY-UP
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *   The only card this program takes is LOCKOVR=Y; anything
      *   else on SYSIN falls through harmlessly.
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
              IF WS-W1(1:8) = 'LOCKOVR='
                 UNSTRING WS-W1 DELIMITED BY '='
                          INTO WS-JUNK WS-PAREN1
                 IF WS-PAREN1(1:1) = 'Y'
                    MOVE 'Y' TO WS-LOCKOVR-SW
                 END-IF
              END-IF
           END-IF.

      *   The run stamp through the same CDYMD/CHTIME functions the
      *   copy utility stamps with, so lock and journal records from
      *   either program read the same and cannot drift apart.
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

      *   The inputs open first: a run with neither SYSUT1 nor SYSUT4
      *   has nothing to apply and fails before the cluster or the
      *   journal is disturbed.
       INIT.
           IF WS-INIT-OK = 'Y'
              PERFORM OPEN-MAINT-INPUTS
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

       OPEN-MAINT-INPUTS.
           OPEN INPUT TRNFILE
           EVALUATE TRUE
              WHEN TRN-STAT = "00"
                 MOVE 'Y' TO WS-TRN-ACTIVE
              WHEN TRN-STAT = "05" OR TRN-STAT = "35"
                 OR TRN-STAT = "97"
                 CONTINUE
              WHEN OTHER
                 MOVE "SYSUT1  " TO WS-ERR-DD
                 MOVE TRN-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
           END-EVALUATE
           OPEN INPUT DELFILE
           EVALUATE TRUE
              WHEN DEL-STAT = "00"
                 MOVE 'Y' TO WS-DEL-ACTIVE
              WHEN DEL-STAT = "05" OR DEL-STAT = "35"
                 OR DEL-STAT = "97"
                 CONTINUE
              WHEN OTHER
                 MOVE "SYSUT4  " TO WS-ERR-DD
                 MOVE DEL-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
           END-EVALUATE
           IF WS-INIT-OK = 'Y'
              AND WS-TRN-ACTIVE = 'N' AND WS-DEL-ACTIVE = 'N'
              MOVE "NO SYSUT1 OR SYSUT4 INPUT - NOTHING TO APPLY"
                TO PRTLINE
              WRITE PRTLINE
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              MOVE 'N' TO WS-INIT-OK
           END-IF.

      *   As for a MODE=UPDATE copy, a missing JRNL01 does not stop
      *   the run but is warned and flagged RC=4: un-journaled
      *   maintenance can only be backed out by a cluster restore.
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

      *----------------------------------------------------------------*
      *  Transaction pass - SYSUT1 applied in arrival order, so a     *
      *  deck may add a key and change it again further down           *
      *----------------------------------------------------------------*
       APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TRNFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
              IF WS-INIT-OK = 'N'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRN-COUNT
           MOVE 0 TO WS-TRN-DLEN
           IF TRN-LEN > 61
              COMPUTE WS-TRN-DLEN = TRN-LEN - 61
           END-IF
           EVALUATE TRUE
              WHEN TRN-KEY = SPACES OR TRN-KEY = LOW-VALUES
                 MOVE "KEY MISSING" TO WS-REJ-REASON
                 PERFORM REJECT-TRANSACTION
              WHEN TRN-ACTION = 'A'
                 PERFORM ADD-MASTER-RECORD
              WHEN TRN-ACTION = 'C'
                 PERFORM CHANGE-MASTER-RECORD
              WHEN TRN-ACTION = 'D'
                 PERFORM DELETE-MASTER-RECORD
              WHEN OTHER
                 MOVE "UNKNOWN ACTION" TO WS-REJ-REASON
                 PERFORM REJECT-TRANSACTION
           END-EVALUATE.

      *   The add is the transaction's key and data portion as they
      *   stand; a key the cluster already holds (status 22) is a
      *   rejected add, never a silent replace.
       ADD-MASTER-RECORD.
           MOVE SPACES TO MNTREC
           MOVE TRN-KEY TO MNT-KEY
           IF WS-TRN-DLEN > 0
              MOVE TRN-DATA(1:WS-TRN-DLEN)
                TO MNT-REST(1:WS-TRN-DLEN)
           END-IF
           COMPUTE MNT-LEN = 60 + WS-TRN-DLEN
           WRITE MNTREC
           EVALUATE MNT-STAT
              WHEN "00"
              WHEN "02"
                 ADD 1 TO WS-ADDED-COUNT
                 PERFORM JOURNAL-ADDED-KEY
              WHEN "22"
                 MOVE "ADD - KEY ALREADY ON FILE" TO WS-REJ-REASON
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 PERFORM LOG-APPLY-ERROR
           END-EVALUATE.

      *   The live record is read, its data portion copied and every
      *   segment laid over the copy.  A segment that runs past the
      *   largest data portion the cluster carries rejects the whole
      *   transaction untouched; a segment past the record's current
      *   end lengthens it, the gap space-filled.
       CHANGE-MASTER-RECORD.
           MOVE TRN-KEY TO MNT-KEY
           READ MNTKSDS KEY IS MNT-KEY
           EVALUATE MNT-STAT
              WHEN "00"
                 PERFORM BUILD-CHANGED-IMAGE
                 IF WS-SEG-OK = 'Y'
                    PERFORM REWRITE-CHANGED-IMAGE
                 ELSE
                    PERFORM REJECT-TRANSACTION
                 END-IF
              WHEN "23"
                 MOVE "CHANGE - KEY NOT ON FILE" TO WS-REJ-REASON
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 PERFORM LOG-APPLY-ERROR
           END-EVALUATE.

       BUILD-CHANGED-IMAGE.
           MOVE SPACES TO WS-CHG-BUF
           COMPUTE WS-CHG-LEN = MNT-LEN - 60
           IF WS-CHG-LEN > 0
              MOVE MNT-REST(1:WS-CHG-LEN) TO WS-CHG-BUF(1:WS-CHG-LEN)
           END-IF
           MOVE 1   TO WS-SEG-POS
           MOVE 0   TO WS-SEG-COUNT
           MOVE 'N' TO WS-SEG-DONE
           MOVE 'Y' TO WS-SEG-OK
           PERFORM APPLY-ONE-SEGMENT
              UNTIL WS-SEG-DONE = 'Y' OR WS-SEG-OK = 'N'
           IF WS-SEG-OK = 'Y' AND WS-SEG-COUNT = 0
              MOVE 'N' TO WS-SEG-OK
              MOVE "CHANGE - NO SEGMENTS" TO WS-REJ-REASON
           END-IF.

      *   One segment: 5-digit start, 3-digit length, then the value.
      *   The segment list ends at the end of the transaction or at a
      *   blank or zero start position.
       APPLY-ONE-SEGMENT.
           EVALUATE TRUE
              WHEN WS-SEG-POS + 7 > WS-TRN-DLEN
                 MOVE 'Y' TO WS-SEG-DONE
              WHEN TRN-DATA(WS-SEG-POS:5) = SPACES
                 MOVE 'Y' TO WS-SEG-DONE
              WHEN TRN-DATA(WS-SEG-POS:8) IS NOT NUMERIC
                 MOVE 'N' TO WS-SEG-OK
                 MOVE "CHANGE - BAD SEGMENT HEADER" TO WS-REJ-REASON
              WHEN OTHER
                 MOVE TRN-DATA(WS-SEG-POS:5)     TO WS-SEG-START
                 MOVE TRN-DATA(WS-SEG-POS + 5:3) TO WS-SEG-LEN
                 PERFORM LAY-ONE-SEGMENT
           END-EVALUATE.

       LAY-ONE-SEGMENT.
           COMPUTE WS-SEG-END = WS-SEG-START + WS-SEG-LEN - 1
           EVALUATE TRUE
              WHEN WS-SEG-START = 0
                 MOVE 'Y' TO WS-SEG-DONE
              WHEN WS-SEG-LEN = 0
                 OR WS-SEG-END > 32756
                 OR WS-SEG-POS + 7 + WS-SEG-LEN > WS-TRN-DLEN
                 MOVE 'N' TO WS-SEG-OK
                 MOVE "CHANGE - SEGMENT OUT OF RANGE" TO WS-REJ-REASON
              WHEN OTHER
                 MOVE TRN-DATA(WS-SEG-POS + 8:WS-SEG-LEN)
                   TO WS-CHG-BUF(WS-SEG-START:WS-SEG-LEN)
                 IF WS-SEG-END > WS-CHG-LEN
                    MOVE WS-SEG-END TO WS-CHG-LEN
                 END-IF
                 ADD 1 TO WS-SEG-COUNT
                 COMPUTE WS-SEG-POS = WS-SEG-POS + 8 + WS-SEG-LEN
           END-EVALUATE.

      *   MNTREC still holds the live record the READ returned: that
      *   is the before-image the journal carries.  Only once it is
      *   safely journaled does the changed copy go back.
       REWRITE-CHANGED-IMAGE.
           MOVE 'B' TO JRN-ACTION
           PERFORM JOURNAL-LIVE-IMAGE
           IF WS-INIT-OK = 'Y'
              MOVE SPACES TO MNT-REST
              IF WS-CHG-LEN > 0
                 MOVE WS-CHG-BUF(1:WS-CHG-LEN)
                   TO MNT-REST(1:WS-CHG-LEN)
              END-IF
              COMPUTE MNT-LEN = 60 + WS-CHG-LEN
              REWRITE MNTREC
              IF MNT-STAT = "00"
                 ADD 1 TO WS-CHANGED-COUNT
              ELSE
                 PERFORM LOG-APPLY-ERROR
              END-IF
           END-IF.

       DELETE-MASTER-RECORD.
           MOVE TRN-KEY TO MNT-KEY
           PERFORM READ-AND-DELETE
           IF MNT-STAT = "23"
              MOVE "DELETE - KEY NOT ON FILE" TO WS-REJ-REASON
              PERFORM REJECT-TRANSACTION
           END-IF.

      *   The record is read before it goes so its complete image
      *   rides on the 'D' journal record - COBBKOUT writes it back
      *   from there.  The caller judges a status 23 miss.
       READ-AND-DELETE.
           READ MNTKSDS KEY IS MNT-KEY
           EVALUATE MNT-STAT
              WHEN "00"
                 MOVE 'D' TO JRN-ACTION
                 PERFORM JOURNAL-LIVE-IMAGE
                 IF WS-INIT-OK = 'Y'
                    DELETE MNTKSDS RECORD
                    IF MNT-STAT = "00"
                       ADD 1 TO WS-DELETED-COUNT
                    ELSE
                       PERFORM LOG-APPLY-ERROR
                    END-IF
                 END-IF
              WHEN "23"
                 CONTINUE
              WHEN OTHER
                 PERFORM LOG-APPLY-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *  Delta-delete pass - every COBDELTA SYSUT4 key deleted         *
      *----------------------------------------------------------------*
       APPLY-DELTA-DELETES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ DELFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM APPLY-ONE-DELTA-DELETE
              END-READ
              IF WS-INIT-OK = 'N'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM.

      *   A key already gone met the delete's goal some other way -
      *   counted and warned, never failed.
       APPLY-ONE-DELTA-DELETE.
           ADD 1 TO WS-DEL-COUNT
           MOVE DELREC TO MNT-KEY
           PERFORM READ-AND-DELETE
           IF MNT-STAT = "23"
              ADD 1 TO WS-GONE-COUNT
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

      *   JRN-ACTION is set by the caller ('B' or 'D'); MNTREC holds
      *   the live record as read.
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

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-TRN-COUNT TO WS-RPT-NUM1
           MOVE SPACES TO PRTLINE
           STRING "REJECTED TRN "    DELIMITED BY SIZE
                  WS-RPT-NUM1(10:9)  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-REJ-REASON      DELIMITED BY "  "
                  " ACTION="         DELIMITED BY SIZE
                  TRN-ACTION         DELIMITED BY SIZE
                  " KEY="            DELIMITED BY SIZE
                  TRN-KEY(1:40)      DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC.

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
      *  PRINT-REPORT - maintenance accounting to SYSPRINT             *
      *----------------------------------------------------------------*
       PRINT-REPORT.
           MOVE WS-TRN-COUNT     TO WS-RPT-NUM1
           MOVE WS-DEL-COUNT     TO WS-RPT-NUM2
           MOVE WS-REJECT-COUNT  TO WS-RPT-NUM3
           MOVE WS-ERROR-COUNT   TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "COBMAINT TRANSACTIONS=" DELIMITED BY SIZE
                  WS-RPT-NUM1              DELIMITED BY SIZE
                  "  DELTA DELETES="       DELIMITED BY SIZE
                  WS-RPT-NUM2              DELIMITED BY SIZE
                  "  REJECTED="            DELIMITED BY SIZE
                  WS-RPT-NUM3              DELIMITED BY SIZE
                  "  ERRORS="              DELIMITED BY SIZE
                  WS-RPT-NUM4              DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE WS-ADDED-COUNT   TO WS-RPT-NUM1
           MOVE WS-CHANGED-COUNT TO WS-RPT-NUM2
           MOVE WS-DELETED-COUNT TO WS-RPT-NUM3
           MOVE WS-GONE-COUNT    TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "KSDS ADDED="      DELIMITED BY SIZE
                  WS-RPT-NUM1        DELIMITED BY SIZE
                  "  CHANGED="       DELIMITED BY SIZE
                  WS-RPT-NUM2        DELIMITED BY SIZE
                  "  DELETED="       DELIMITED BY SIZE
                  WS-RPT-NUM3        DELIMITED BY SIZE
                  "  ALREADY GONE="  DELIMITED BY SIZE
                  WS-RPT-NUM4(10:9)  DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-JRN-ACTIVE = 'Y'
              MOVE WS-JRN-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "JOURNAL RECORDS WRITTEN=" DELIMITED BY SIZE
                     WS-RPT-NUM1                DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

      *   The history record the copy utility appends, in its layout:
      *   READ is every transaction and delta key taken, WRITTEN the
      *   changes the cluster took, COUNT3 the changes alone, OMITTED
      *   the rejects, VIOLATIONS the apply errors, and the add and
      *   delete counts the roll-forward balance runs from.  The
      *   options field opens PGM=COBMAINT so no copy-run history
      *   comparison can mistake it for one of its own.
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
              STRING "PGM=COBMAINT TRN=" DELIMITED BY SIZE
                     WS-TRN-ACTIVE       DELIMITED BY SIZE
                     " DLT="             DELIMITED BY SIZE
                     WS-DEL-ACTIVE       DELIMITED BY SIZE
                     " JRN="             DELIMITED BY SIZE
                     WS-JRN-ACTIVE       DELIMITED BY SIZE
                     INTO AUD-OPTS
              END-STRING
              MOVE WS-LCK-AUD TO AUD-LCK
              COMPUTE AUD-READ = WS-TRN-COUNT + WS-DEL-COUNT
              COMPUTE AUD-WRITTEN = WS-ADDED-COUNT + WS-CHANGED-COUNT
                                  + WS-DELETED-COUNT
              MOVE WS-CHANGED-COUNT TO AUD-COUNT3
              MOVE 0                TO AUD-COUNT4
              MOVE WS-REJECT-COUNT  TO AUD-OMITTED
              MOVE WS-ERROR-COUNT   TO AUD-VIOLATIONS
              MOVE WS-FINAL-RC      TO AUD-RC
              MOVE WS-ADDED-COUNT   TO AUD-ADDED
              MOVE WS-DELETED-COUNT TO AUD-DELETED
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
           IF WS-TRN-ACTIVE = 'Y'
              CLOSE TRNFILE
           END-IF
           IF WS-DEL-ACTIVE = 'Y'
              CLOSE DELFILE
           END-IF
           IF WS-JRN-ACTIVE = 'Y'
              CLOSE JRNFILE
           END-IF
           CLOSE MNTKSDS PRTFILE
           EXIT.

       END PROGRAM COBMAINT.

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
