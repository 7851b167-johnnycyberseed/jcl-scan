      *----------------------------------------------------------------*
      *  COBBALNC - roll-forward balance of the master cluster         *
      *  - Counts the records actually on the master cluster (SYSUT2)  *
      *    and proves the count against the run history: the last     *
      *    balanced count kept on BALN01, plus every key added, less   *
      *    every key deleted, by the COBGENER, COBMAINT, COBPURGE and  *
      *    COBBKOUT runs AUDIT01 has recorded since that balance, must *
      *    equal what the cluster holds tonight.                       *
      *  - When JRNL01 is supplied the journal's own 'A' and 'D'       *
      *    entries since the balance are counted and set against the   *
      *    AUDIT01 figures of the journaling runs; a disagreement is   *
      *    warned (RC=4) - the balance itself rests on AUDIT01.        *
      *  - Each run rolled forward is listed, so the report is the     *
      *    auditors' proof as it stands.  A balanced night saves the   *
      *    new count and the last AUDIT01 stamp it took in on BALN01,  *
      *    so the next night starts from the last proven balance; an   *
      *    out-of-balance night leaves BALN01 alone, so the following  *
      *    night re-proves every run since the last good one.          *
      *  - With no balance on file yet, or on a REBASE card (after a   *
      *    full reload of the cluster, which AUDIT01 cannot tie to     *
      *    the master), tonight's count is taken as the opening        *
      *    balance, RC=4.  Ends RETURN-CODE 12 out of balance so the   *
      *    scheduler holds downstream jobs, 8 on an open or write      *
      *    failure, 0 in balance.                                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBBALNC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CDYMD
           FUNCTION CHTIME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTKSDS   ASSIGN TO SYSUT2
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS MST-KEY
                            FILE STATUS IS MST-STAT.
           SELECT AUDFILE   ASSIGN TO AUDIT01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS AUD-STAT.
           SELECT OPTIONAL JRNFILE  ASSIGN TO JRNL01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS JRN-STAT.
           SELECT OPTIONAL BALFILE  ASSIGN TO BALN01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS BAL-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *   The master cluster, in the same 60-byte record-key layout
      *   the copy utility's KSDS loads carry.  Only counted here.
       FD  MSTKSDS
           RECORD VARYING FROM 60 TO 32816 DEPENDING ON MST-LEN.
       01  MSTREC.
           05  MST-KEY       PIC X(60).
           05  MST-REST      PIC X(32756).

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

      *   One record per key an update run touched - this layout
      *   mirrors the JRNFILE FD in the copy utility and must stay in
      *   step with it.
       FD  JRNFILE
           RECORD VARYING FROM 79 TO 32835 DEPENDING ON JRN-LEN.
       01  JRNREC.
           05  JRN-ACTION    PIC X.
           05  JRN-DATE      PIC X(10).
           05  JRN-TIME      PIC X(8).
           05  JRN-KEY       PIC X(60).
           05  JRN-DATA      PIC X(32756).

      *   Single-record balance control: when the balance was last
      *   proven, the record count proven, and the stamp of the last
      *   AUDIT01 record that balance took in - every history record
      *   stamped later is still to be rolled forward.
       FD  BALFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BALREC.
           05  BAL-DATE      PIC X(10).
           05  BAL-TIME      PIC X(8).
           05  BAL-COUNT     PIC 9(18).
           05  BAL-AUD-DATE  PIC X(10).
           05  BAL-AUD-TIME  PIC X(8).
           05  BAL-RUNS      PIC 9(9).
           05  FILLER        PIC X(17).

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
       01  MST-STAT    PIC XX  VALUE SPACES.
       01  AUD-STAT    PIC XX  VALUE SPACES.
       01  JRN-STAT    PIC XX  VALUE SPACES.
       01  BAL-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  MST-LEN     PIC 9(5) COMP VALUE 0.
       01  JRN-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-EOF      PIC X VALUE 'N'.
       01  WS-CTL-EOF  PIC X VALUE 'N'.
       01  WS-INIT-OK  PIC X VALUE 'Y'.
       01  WS-JRN-ACTIVE PIC X VALUE 'N'.

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

      *   The balance carried in from BALN01.  WS-PRIOR-SW is 'N' when
      *   there is none on file (first night); then, or on a REBASE
      *   card, tonight's count becomes the opening balance.  Stamps
      *   are CDYMD date and CHTIME time run together, which compare
      *   in time order as they stand.
       01  WS-PRIOR-SW       PIC X     VALUE 'N'.
       01  WS-REBASE-SW      PIC X     VALUE 'N'.
       01  WS-ROLL-SW        PIC X     VALUE 'N'.
       01  WS-PRIOR-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-PRIOR-DATE     PIC X(10) VALUE SPACES.
       01  WS-PRIOR-TIME     PIC X(8)  VALUE SPACES.
       01  WS-PRIOR-STAMP    PIC X(18) VALUE LOW-VALUES.
       01  WS-LAST-STAMP     PIC X(18) VALUE LOW-VALUES.
       01  WS-REC-STAMP      PIC X(18) VALUE SPACES.

      *   Roll-forward accounting.  Adds and deletes are summed from
      *   every AUDIT01 record stamped after the prior balance; the
      *   JRN- pair is the same sum over the journaling runs only
      *   (COBBKOUT writes no journal), for the JRNL01 cross-check.
       01  WS-MASTER-COUNT   PIC 9(18) COMP-3 VALUE 0.
       01  WS-RUN-COUNT      PIC 9(9)  COMP   VALUE 0.
       01  WS-LOAD-RUNS      PIC 9(9)  COMP   VALUE 0.
       01  WS-ADD-TOTAL      PIC 9(18) COMP-3 VALUE 0.
       01  WS-DEL-TOTAL      PIC 9(18) COMP-3 VALUE 0.
       01  WS-AUD-JRN-ADDS   PIC 9(18) COMP-3 VALUE 0.
       01  WS-AUD-JRN-DELS   PIC 9(18) COMP-3 VALUE 0.
       01  WS-JRN-ADDS       PIC 9(18) COMP-3 VALUE 0.
       01  WS-JRN-DELS       PIC 9(18) COMP-3 VALUE 0.
       01  WS-RUN-ADDED      PIC 9(12) VALUE 0.
       01  WS-RUN-DELETED    PIC 9(12) VALUE 0.
       01  WS-EXPECTED       PIC S9(18) COMP-3 VALUE 0.
       01  WS-DIFFERENCE     PIC S9(18) COMP-3 VALUE 0.
       01  WS-DIFF-DISP      PIC +9(18).
       01  WS-LOAD-FLAG      PIC X(12) VALUE SPACES.

      *   Numeric-to-display scratch for building report lines.
       01  WS-RPT-NUM1    PIC 9(18).
       01  WS-RPT-NUM2    PIC 9(18).
       01  WS-RPT-NUM3    PIC 9(18).
       01  WS-RPT-NUM4    PIC 9(18).

      *   SYSIN control-card tokenizer scratch.
       01  WS-W1          PIC X(20) VALUE SPACES.
       01  WS-W2          PIC X(20) VALUE SPACES.

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
              PERFORM READ-PRIOR-BALANCE
              IF WS-PRIOR-SW = 'Y' AND WS-REBASE-SW = 'N'
                 MOVE 'Y' TO WS-ROLL-SW
              END-IF
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              PERFORM PRINT-HEADING
              PERFORM COUNT-MASTER-RECORDS
              PERFORM ROLL-FORWARD-AUDIT
              IF WS-JRN-ACTIVE = 'Y' AND WS-ROLL-SW = 'Y'
                 PERFORM COUNT-JOURNAL-ENTRIES
              END-IF
              PERFORM PROVE-BALANCE
           END-IF
           PERFORM TIDY-UP
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *   The only card this program takes is REBASE; anything else
      *   on SYSIN falls through harmlessly.
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
              IF WS-W1 = 'REBASE'
                 MOVE 'Y' TO WS-REBASE-SW
              END-IF
           END-IF.

      *   The run stamp through the same CDYMD/CHTIME functions the
      *   copy utility stamps with, so the balance stamp compares
      *   directly with the AUDIT01 and journal stamps.
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

      *   BALN01 is read once and closed; it is rewritten only when
      *   tonight's balance is proven.  An empty or new dataset means
      *   no balance yet.  A REBASE card still reads the old balance,
      *   for the report, but does not roll forward from it.
       READ-PRIOR-BALANCE.
           MOVE 'N' TO WS-PRIOR-SW
           OPEN INPUT BALFILE
           EVALUATE TRUE
              WHEN BAL-STAT = "00" OR BAL-STAT = "97"
                 OR BAL-STAT = "05"
                 READ BALFILE
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM TAKE-PRIOR-BALANCE
                 END-READ
                 CLOSE BALFILE
              WHEN BAL-STAT = "35"
                 CONTINUE
              WHEN OTHER
                 MOVE "BALN01  " TO WS-ERR-DD
                 MOVE BAL-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
           END-EVALUATE.

      *   A control record whose count is not numeric is no balance
      *   at all - taken as none rather than rolled forward from.
       TAKE-PRIOR-BALANCE.
           IF BAL-COUNT IS NUMERIC
              MOVE 'Y'          TO WS-PRIOR-SW
              MOVE BAL-COUNT    TO WS-PRIOR-COUNT
              MOVE BAL-DATE     TO WS-PRIOR-DATE
              MOVE BAL-TIME     TO WS-PRIOR-TIME
              MOVE BAL-AUD-DATE TO WS-PRIOR-STAMP(1:10)
              MOVE BAL-AUD-TIME TO WS-PRIOR-STAMP(11:8)
              MOVE WS-PRIOR-STAMP TO WS-LAST-STAMP
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

      *   JRNL01 is optional corroboration: with no DD (status 35)
      *   the balance stands on AUDIT01 alone.
       INIT.
           IF WS-INIT-OK = 'Y'
              OPEN INPUT MSTKSDS
              IF MST-STAT NOT = "00" AND NOT = "97"
                 MOVE "SYSUT2  " TO WS-ERR-DD
                 MOVE MST-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              OPEN INPUT AUDFILE
              IF AUD-STAT NOT = "00" AND NOT = "97"
                 MOVE "AUDIT01 " TO WS-ERR-DD
                 MOVE AUD-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              MOVE 'N' TO WS-JRN-ACTIVE
              OPEN INPUT JRNFILE
              IF JRN-STAT = "00" OR JRN-STAT = "97"
                 MOVE 'Y' TO WS-JRN-ACTIVE
              ELSE
                 IF JRN-STAT NOT = "35" AND JRN-STAT NOT = "05"
                    MOVE "JRNL01  " TO WS-ERR-DD
                    MOVE JRN-STAT   TO WS-ERR-STAT
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

       PRINT-HEADING.
           MOVE SPACES TO PRTLINE
           STRING "COBBALNC MASTER ROLL-FORWARD BALANCE "
                                DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-PRIOR-SW = 'Y'
              MOVE WS-PRIOR-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "LAST BALANCE " DELIMITED BY SIZE
                     WS-PRIOR-DATE   DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     WS-PRIOR-TIME   DELIMITED BY SIZE
                     " COUNT="       DELIMITED BY SIZE
                     WS-RPT-NUM1     DELIMITED BY SIZE
                     " THROUGH AUDIT01 " DELIMITED BY SIZE
                     WS-PRIOR-STAMP(1:10) DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     WS-PRIOR-STAMP(11:8) DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           ELSE
              MOVE "NO BALANCE ON FILE" TO PRTLINE
              WRITE PRTLINE
           END-IF
           IF WS-REBASE-SW = 'Y'
              MOVE "REBASE REQUESTED - PRIOR BALANCE SET ASIDE"
                TO PRTLINE
              WRITE PRTLINE
           END-IF.

      *----------------------------------------------------------------*
      *  The three sources - the cluster, the history, the journal     *
      *----------------------------------------------------------------*
       COUNT-MASTER-RECORDS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ MSTKSDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-MASTER-COUNT
              END-READ
           END-PERFORM.

      *   Every history record stamped after the prior balance is
      *   rolled forward.  On an opening night there is nothing to
      *   roll forward from, so the history is only scanned for its
      *   latest stamp.  WS-LAST-STAMP follows the latest record seen;
      *   it is what BALN01 takes in as "balanced through".
       ROLL-FORWARD-AUDIT.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ AUDFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-RUN
              END-READ
           END-PERFORM.

       TAKE-ONE-RUN.
           MOVE AUD-DATE TO WS-REC-STAMP(1:10)
           MOVE AUD-TIME TO WS-REC-STAMP(11:8)
           IF WS-REC-STAMP > WS-LAST-STAMP
              MOVE WS-REC-STAMP TO WS-LAST-STAMP
           END-IF
           IF WS-REC-STAMP > WS-PRIOR-STAMP AND WS-ROLL-SW = 'Y'
              ADD 1 TO WS-RUN-COUNT
              MOVE 0 TO WS-RUN-ADDED WS-RUN-DELETED
              IF AUD-ADDED IS NUMERIC
                 MOVE AUD-ADDED TO WS-RUN-ADDED
              END-IF
              IF AUD-DELETED IS NUMERIC
                 MOVE AUD-DELETED TO WS-RUN-DELETED
              END-IF
              ADD WS-RUN-ADDED   TO WS-ADD-TOTAL
              ADD WS-RUN-DELETED TO WS-DEL-TOTAL
              IF AUD-OPTS(1:12) NOT = "PGM=COBBKOUT"
                 ADD WS-RUN-ADDED   TO WS-AUD-JRN-ADDS
                 ADD WS-RUN-DELETED TO WS-AUD-JRN-DELS
              END-IF
              PERFORM NOTE-LOAD-RUN
              PERFORM PRINT-RUN-LINE
           END-IF.

      *   A copy-utility load (ORG=I with any MODE= but UPDATE)
      *   rebuilds a cluster from scratch and records no adds - if it
      *   rebuilt this master the roll-forward cannot see it, so it
      *   is flagged for the desk to rerun with REBASE.
       NOTE-LOAD-RUN.
           MOVE SPACES TO WS-LOAD-FLAG
           IF AUD-OPTS(1:5) = "ORG=I"
              AND AUD-OPTS(14:6) = " MODE="
              AND AUD-OPTS(20:1) NOT = 'U'
              MOVE "*LOAD RUN*" TO WS-LOAD-FLAG
              ADD 1 TO WS-LOAD-RUNS
           END-IF.

       PRINT-RUN-LINE.
           MOVE WS-RUN-ADDED   TO WS-RPT-NUM1
           MOVE WS-RUN-DELETED TO WS-RPT-NUM2
           MOVE SPACES TO PRTLINE
           STRING "RUN "            DELIMITED BY SIZE
                  AUD-DATE          DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AUD-TIME          DELIMITED BY SIZE
                  " RC="            DELIMITED BY SIZE
                  AUD-RC            DELIMITED BY SIZE
                  " ADD="           DELIMITED BY SIZE
                  WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                  " DEL="           DELIMITED BY SIZE
                  WS-RPT-NUM2(10:9) DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AUD-OPTS          DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-LOAD-FLAG      DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

      *   The journal is counted over the same window as the history:
      *   an entry carries its run's starting stamp, which for any run
      *   the prior balance took in is earlier still than that run's
      *   AUDIT01 stamp, so the window splits the two files alike.
      *   Before-images ('B') leave the count alone and are skipped.
       COUNT-JOURNAL-ENTRIES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ JRNFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM TAKE-ONE-JOURNAL-ENTRY
              END-READ
           END-PERFORM.

       TAKE-ONE-JOURNAL-ENTRY.
           MOVE JRN-DATE TO WS-REC-STAMP(1:10)
           MOVE JRN-TIME TO WS-REC-STAMP(11:8)
           IF WS-REC-STAMP > WS-PRIOR-STAMP
              EVALUATE JRN-ACTION
                 WHEN 'A'
                    ADD 1 TO WS-JRN-ADDS
                 WHEN 'D'
                    ADD 1 TO WS-JRN-DELS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *  PROVE-BALANCE - prior count + adds - deletes against the      *
      *  cluster, and the verdict                                      *
      *----------------------------------------------------------------*
       PROVE-BALANCE.
           IF WS-ROLL-SW = 'Y'
              PERFORM ROLL-FORWARD-BALANCE
           ELSE
              PERFORM OPEN-NEW-BALANCE
           END-IF.

       ROLL-FORWARD-BALANCE.
           MOVE WS-RUN-COUNT TO WS-RPT-NUM1
           MOVE WS-ADD-TOTAL TO WS-RPT-NUM2
           MOVE WS-DEL-TOTAL TO WS-RPT-NUM3
           MOVE SPACES TO PRTLINE
           STRING "RUNS ROLLED FORWARD="   DELIMITED BY SIZE
                  WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                  "  ADDED="               DELIMITED BY SIZE
                  WS-RPT-NUM2              DELIMITED BY SIZE
                  "  DELETED="             DELIMITED BY SIZE
                  WS-RPT-NUM3              DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-JRN-ACTIVE = 'Y'
              PERFORM CHECK-JOURNAL-AGREES
           END-IF
           IF WS-LOAD-RUNS > 0
              MOVE "LOAD RUNS SINCE LAST BALANCE - IF ONE REBUILT THE"
                TO WS-MSG
              MOVE SPACES TO PRTLINE
              STRING WS-MSG DELIMITED BY "  "
                     " MASTER, RERUN WITH REBASE" DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           COMPUTE WS-EXPECTED =
              WS-PRIOR-COUNT + WS-ADD-TOTAL - WS-DEL-TOTAL
           PERFORM JUDGE-BALANCE.

      *   Only the runs that journal are held to the journal; a run
      *   whose JRNL01 was not allocated was warned at the time, and
      *   shows here as a shortfall on the journal side.
       CHECK-JOURNAL-AGREES.
           MOVE WS-JRN-ADDS     TO WS-RPT-NUM1
           MOVE WS-JRN-DELS     TO WS-RPT-NUM2
           MOVE WS-AUD-JRN-ADDS TO WS-RPT-NUM3
           MOVE WS-AUD-JRN-DELS TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "JOURNAL ADDS="   DELIMITED BY SIZE
                  WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                  " DELETES="       DELIMITED BY SIZE
                  WS-RPT-NUM2(10:9) DELIMITED BY SIZE
                  "  AUDIT01 (JOURNALING RUNS) ADDS=" DELIMITED BY SIZE
                  WS-RPT-NUM3(10:9) DELIMITED BY SIZE
                  " DELETES="       DELIMITED BY SIZE
                  WS-RPT-NUM4(10:9) DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-JRN-ADDS NOT = WS-AUD-JRN-ADDS
              OR WS-JRN-DELS NOT = WS-AUD-JRN-DELS
              MOVE "JOURNAL DISAGREES WITH AUDIT01 - CHECK THAT JRNL01"
                TO WS-MSG
              MOVE SPACES TO PRTLINE
              STRING WS-MSG DELIMITED BY "  "
                     " COVERS EVERY RUN SINCE THE LAST BALANCE"
                                DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           END-IF.

       JUDGE-BALANCE.
           MOVE WS-MASTER-COUNT TO WS-RPT-NUM1
           MOVE WS-EXPECTED     TO WS-RPT-NUM2
           MOVE SPACES TO PRTLINE
           STRING "MASTER RECORDS COUNTED=" DELIMITED BY SIZE
                  WS-RPT-NUM1               DELIMITED BY SIZE
                  "  EXPECTED="             DELIMITED BY SIZE
                  WS-RPT-NUM2               DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-EXPECTED = WS-MASTER-COUNT
              MOVE "IN BALANCE - NEW BALANCE SAVED" TO PRTLINE
              WRITE PRTLINE
              PERFORM SAVE-NEW-BALANCE
           ELSE
              COMPUTE WS-DIFFERENCE = WS-MASTER-COUNT - WS-EXPECTED
              MOVE WS-DIFFERENCE TO WS-DIFF-DISP
              MOVE SPACES TO PRTLINE
              STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
                     WS-DIFF-DISP             DELIMITED BY SIZE
                     " - BALANCE NOT ADVANCED ***" DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           END-IF.

       OPEN-NEW-BALANCE.
           MOVE WS-MASTER-COUNT TO WS-RPT-NUM1
           MOVE SPACES TO PRTLINE
           STRING "MASTER RECORDS COUNTED=" DELIMITED BY SIZE
                  WS-RPT-NUM1               DELIMITED BY SIZE
                  " TAKEN AS OPENING BALANCE" DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           PERFORM SAVE-NEW-BALANCE.

      *   The proven count goes back to BALN01 with the latest AUDIT01
      *   stamp it took in; with no history at all since the prior
      *   balance the old "balanced through" stamp simply carries.
       SAVE-NEW-BALANCE.
           OPEN OUTPUT BALFILE
           IF BAL-STAT NOT = "00" AND NOT = "97"
              MOVE "BALN01  " TO WS-ERR-DD
              MOVE BAL-STAT   TO WS-ERR-STAT
              PERFORM BUILD-OPEN-ERROR-MSG
           ELSE
              MOVE SPACES TO BALREC
              MOVE WS-RUN-DATE     TO BAL-DATE
              MOVE WS-RUN-TIME     TO BAL-TIME
              MOVE WS-MASTER-COUNT TO BAL-COUNT
              IF WS-LAST-STAMP = LOW-VALUES
                 MOVE SPACES TO BAL-AUD-DATE BAL-AUD-TIME
              ELSE
                 MOVE WS-LAST-STAMP(1:10)  TO BAL-AUD-DATE
                 MOVE WS-LAST-STAMP(11:8)  TO BAL-AUD-TIME
              END-IF
              MOVE WS-RUN-COUNT    TO BAL-RUNS
              WRITE BALREC
              IF BAL-STAT NOT = "00"
                 MOVE "WRITE ERROR ON BALN01, STATUS=" TO WS-MSG
                 MOVE SPACES TO PRTLINE
                 STRING WS-MSG DELIMITED BY "  "
                        BAL-STAT DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              END-IF
              CLOSE BALFILE
           END-IF.

       TIDY-UP.
           CLOSE MSTKSDS AUDFILE PRTFILE
           IF WS-JRN-ACTIVE = 'Y'
              CLOSE JRNFILE
           END-IF
           EXIT.

       END PROGRAM COBBALNC.

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
