      *----------------------------------------------------------------*
      *  COBBKOUT - back out a COBGENER MODE=UPDATE run from JRNL01    *
      *  - Reads the update journal the copy utility, COBMAINT or      *
      *    COBPURGE wrote (a 'B' record holding the complete           *
      *    before-image of every record the run REWROTE, a 'D' record  *
      *    the image of every record it DELETED, an 'A' record the key *
      *    of every record it WROTE) and reverses the run against the  *
      *    master cluster on SYSUT2: before-images are re-applied,     *
      *    deleted records written back, added keys deleted.           *
      *  - The journal is sorted on key with its own order preserved  *
      *    and only the FIRST entry of each key group is acted on:    *
      *    it says what the key was before the run touched it.  A     *
      *    first 'A' means the key did not exist, so it is deleted    *
      *    whatever the run did to it afterwards; a first 'B' or 'D'  *
      *    carries the record as it stood, so that image goes back -  *
      *    a key REWRITten more than once, or deleted and re-added    *
      *    inside one run, still backs out to its true pre-run state, *
      *    never to one of the run's own intermediates.               *
      *  - Restored/deleted accounting prints to SYSPRINT, and the     *
      *    run appends its AUDIT01 history record with the keys it     *
      *    wrote back and the keys it deleted, so the master-cluster   *
      *    roll-forward balance counts a backout like any other run.   *
      *  - Ends RETURN-CODE 8 on an open or apply failure, 4 when a    *
      *    journaled key was already gone (warned, not fatal), 0 on    *
      *    a clean backout.                                            *
      *----------------------------------------------------------------*
                            ACCESS MODE IS RANDOM
                            RECORD KEY IS BKO-KEY
                            FILE STATUS IS BKO-STAT.
           SELECT OPTIONAL AUDFILE  ASSIGN TO AUDIT01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS AUD-STAT.
           SELECT OPTIONAL LCKFILE  ASSIGN TO LOCK01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS LCK-STAT.
           05  BKO-KEY       PIC X(60).
           05  BKO-REST      PIC X(32756).

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
      *   with it.  A backout contends for the same targets as a copy
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLLINE  PIC X(80).

      *   Sort work file for the backout pass.  Journal entries sort
      *   on their key WITH DUPLICATES IN ORDER, so within one key
      *   the journal's own sequence survives and the first record
      *   returned is the oldest entry - the key as it stood before
      *   the run.  The action and data length ride along because the
      *   sorted record no longer carries the journal FD's DEPENDING
      *   length.
       SD  SORTFILE
           RECORD VARYING FROM 66 TO 32822 DEPENDING ON WS-SRT-LEN.
       01  SRTREC.
           05  SRT-KEY       PIC X(60).
           05  SRT-ACTION    PIC X.
           05  SRT-DLEN      PIC 9(5).
           05  SRT-DATA      PIC X(32756).

       WORKING-STORAGE SECTION.
       01  JRN-STAT    PIC XX  VALUE SPACES.
       01  BKO-STAT    PIC XX  VALUE SPACES.
       01  AUD-STAT    PIC XX  VALUE SPACES.
       01  LCK-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.
       01  WS-SORT-EOF PIC X VALUE 'N'.
       01  WS-INIT-OK  PIC X VALUE 'Y'.

      *   Backout pass state: the key group in hand.  Later entries
      *   of a key whose pre-run state an earlier entry already
      *   settled are skipped as superseded.
       01  WS-SRT-LEN   PIC 9(5) COMP VALUE 0.
       01  WS-PREV-KEY  PIC X(60) VALUE SPACES.
       01  WS-HAVE-PREV PIC X VALUE 'N'.
           05  CDT-MIN     PIC 9(2).
           05  CDT-SEC     PIC 9(2).
       01  WS-LCK-ACTIVE     PIC X     VALUE 'N'.
       01  WS-LCK-AUD        PIC X     VALUE 'N'.
       01  WS-LOCKOVR-SW     PIC X     VALUE 'N'.
       01  WS-LCK-FREE       PIC X     VALUE 'N'.
       01  WS-LCK-STALE      PIC X     VALUE 'N'.
           IF WS-INIT-OK = 'Y'
              SORT SORTFILE ON ASCENDING KEY SRT-KEY
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS SORT-JOURNAL-ENTRIES
                   OUTPUT PROCEDURE IS APPLY-JOURNAL-ENTRIES
              PERFORM PRINT-REPORT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM TIDY-UP
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
              WRITE LCKREC
              IF LCK-STAT = "00"
                 MOVE 'Y' TO WS-LCK-ACTIVE
                 MOVE 'H' TO WS-LCK-AUD
              ELSE
                 MOVE "LOCK01 UNWRITABLE - RUN NOT SERIALIZED"
                   TO PRTLINE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 'R' TO WS-LCK-AUD
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-INIT-OK.
           END-IF.

      *----------------------------------------------------------------*
      *  Backout pass - the journal released to the sort in journal   *
      *  order, taken back in key order, first entry of each key      *
      *  group acted on                                                *
      *----------------------------------------------------------------*
       SORT-JOURNAL-ENTRIES.
           OPEN INPUT JRNFILE
           IF JRN-STAT NOT = "00" AND NOT = "97"
              MOVE "JRNL01  " TO WS-ERR-DD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM RELEASE-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE JRNFILE
           END-IF.

      *   An 'A' entry carries no data; a 'B' or 'D' entry carries the
      *   whole data portion.  Any other action byte is not a journal
      *   entry this program knows how to reverse and stays out.
       RELEASE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-COUNT
           IF JRN-ACTION = 'A' OR JRN-ACTION = 'B' OR JRN-ACTION = 'D'
              MOVE JRN-KEY    TO SRT-KEY
              MOVE JRN-ACTION TO SRT-ACTION
              MOVE 0 TO WS-DATA-LEN
              IF JRN-ACTION NOT = 'A' AND JRN-LEN > 79
                 COMPUTE WS-DATA-LEN = JRN-LEN - 79
                 MOVE JRN-DATA(1:WS-DATA-LEN)
                   TO SRT-DATA(1:WS-DATA-LEN)
              END-IF
              MOVE WS-DATA-LEN TO SRT-DLEN
              COMPUTE WS-SRT-LEN = 66 + WS-DATA-LEN
              RELEASE SRTREC
           END-IF.

       APPLY-JOURNAL-ENTRIES.
           MOVE 'N' TO WS-HAVE-PREV
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
                 AT END
                    MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END
                    PERFORM JUDGE-ONE-KEY-GROUP
              END-RETURN
           END-PERFORM.

      *   Only the first entry of a key group is acted on - it is the
      *   key as it stood before the run; every later entry of the
      *   same key is one of the run's own intermediates and is
      *   counted superseded, not applied.
       JUDGE-ONE-KEY-GROUP.
           IF WS-HAVE-PREV = 'Y' AND SRT-KEY = WS-PREV-KEY
              ADD 1 TO WS-SUPERSEDED-COUNT
           ELSE
              MOVE SRT-KEY TO WS-PREV-KEY
              MOVE 'Y' TO WS-HAVE-PREV
              IF SRT-ACTION = 'A'
                 PERFORM DELETE-ADDED-KEY
              ELSE
                 PERFORM RESTORE-BEFORE-IMAGE
              END-IF
           END-IF.

      *   The before-image goes back exactly as journaled: key plus
      *   data portion.  A key the cluster no longer holds (status
      *   23 - always so for a 'D' entry) is WRITTEN back instead -
      *   restoring is the point, whichever verb it takes.
       RESTORE-BEFORE-IMAGE.
           MOVE SPACES TO BKOREC
           MOVE SRT-KEY TO BKO-KEY
      *   counted and warned, never failed.
       DELETE-ADDED-KEY.
           MOVE SPACES TO BKOREC
           MOVE SRT-KEY TO BKO-KEY
           DELETE BKOKSDS RECORD
           EVALUATE BKO-STAT
              WHEN "00"
                     WS-RPT-NUM1(10:9)       DELIMITED BY SIZE
                     "  ALREADY GONE="       DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)       DELIMITED BY SIZE
                     "  SUPERSEDED ENTRIES=" DELIMITED BY SIZE
                     WS-RPT-NUM3(10:9)       DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              PERFORM BUMP-RC
           END-IF.

      *   The history record the copy utility appends, in its layout:
      *   READ is the journal records taken, WRITTEN the keys the
      *   cluster took back (restored or deleted), COUNT3 the before-
      *   images re-applied, VIOLATIONS the apply errors.  The add
      *   count is the records WRITTEN back - keys the run had deleted
      *   - and the delete count the added keys taken out: the two
      *   figures that move the cluster's record count, which the
      *   roll-forward balance runs from.  The options field opens
      *   PGM=COBBKOUT so no copy-run history comparison can mistake
      *   it for one of its own.
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
              MOVE "PGM=COBBKOUT" TO AUD-OPTS
              MOVE WS-LCK-AUD TO AUD-LCK
              MOVE WS-JRN-COUNT TO AUD-READ
              COMPUTE AUD-WRITTEN = WS-RESTORED-COUNT + WS-DELETED-COUNT
              MOVE WS-RESTORED-COUNT TO AUD-COUNT3
              MOVE 0                 TO AUD-COUNT4
              MOVE WS-SUPERSEDED-COUNT TO AUD-OMITTED
              MOVE WS-ERROR-COUNT    TO AUD-VIOLATIONS
              MOVE WS-FINAL-RC       TO AUD-RC
              MOVE WS-REAPPEAR-COUNT TO AUD-ADDED
              MOVE WS-DELETED-COUNT  TO AUD-DELETED
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
           CLOSE BKOKSDS PRTFILE
