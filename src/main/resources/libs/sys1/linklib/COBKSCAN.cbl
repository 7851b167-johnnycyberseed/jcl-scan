      *----------------------------------------------------------------*
      *  COBKSCAN - integrity scan of a KSDS cluster                   *
      *  - Reads a cluster (SYSUT1) in the 60-byte record-key layout   *
      *    the copy utility's KSDS loads carry, front to back, and     *
      *    re-derives every record's key from its data portion with    *
      *    the production KEY=(start,len) card, exactly as             *
      *    BUILD-KSDS-RECORD built it: the slice padded with spaces to *
      *    60, or with no KEY= card the front of the data portion.     *
      *  - A record whose carried key differs from the derived key is  *
      *    a MISMATCH; a record whose data portion ends before the end *
      *    of the key slice is SHORT.  Both are named on SYSPRINT (up  *
      *    to 100) and every one is written, reason and record number  *
      *    ahead of the record image, to the optional SYSUT2 for the   *
      *    repair desk.                                                *
      *  - Profiles the cluster: a record-length histogram and a key-  *
      *    prefix distribution over the first PREFIX=n bytes of the    *
      *    carried key (default 2).                                    *
      *  - Ends RETURN-CODE 12 when any record fails the scan, so the  *
      *    scheduler holds the month-end close; 8 on a deck error or   *
      *    an open or write failure; 0 when the cluster is sound.      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCNKSDS   ASSIGN TO SYSUT1
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS SCN-KEY
                            FILE STATUS IS SCN-STAT.
           SELECT OPTIONAL EXCFILE  ASSIGN TO SYSUT2
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS EXC-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *   The cluster under scan, in the same 60-byte record-key
      *   layout the copy utility's KSDS loads carry.
       FD  SCNKSDS
           RECORD VARYING FROM 60 TO 32816 DEPENDING ON SCN-LEN.
       01  SCNREC.
           05  SCN-KEY       PIC X(60).
           05  SCN-REST      PIC X(32756).

      *   Scan exceptions: the reason (MISMATCH or SHORT) and the
      *   record's position in the cluster ahead of the record image
      *   as read, carried key and all.
       FD  EXCFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 77 TO 32833 DEPENDING ON EXC-LEN.
       01  EXCREC.
           05  EXC-REASON    PIC X(8).
           05  EXC-RECNO     PIC 9(9).
           05  EXC-DATA      PIC X(32816).

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
       01  SCN-STAT    PIC XX  VALUE SPACES.
       01  EXC-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  SCN-LEN     PIC 9(5) COMP VALUE 0.
       01  EXC-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-CTL-EOF    PIC X VALUE 'N'.
       01  WS-INIT-OK    PIC X VALUE 'Y'.
       01  WS-EXC-ACTIVE PIC X VALUE 'N'.

       01  WS-FINAL-RC      PIC 9(3) VALUE 0.
       01  WS-RC-CANDIDATE  PIC 9(3) VALUE 0.

      *   The production key (KEY=(start,len)), as the copy utility
      *   takes it.  WS-KEY-END is the last data-portion byte the
      *   slice needs; a data portion shorter than that is SHORT.
       01  WS-MAX-KEY-LEN   PIC 9(5)  COMP VALUE 60.
       01  WS-KEY-START     PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-LEN       PIC 9(5)  COMP VALUE 0.
       01  WS-KEY-END       PIC 9(5)  COMP VALUE 0.
       01  WS-DATA-LEN      PIC 9(5)  COMP VALUE 0.
       01  WS-DERIVED-KEY   PIC X(60) VALUE SPACES.
       01  WS-DIFF-POS      PIC 9(5)  COMP VALUE 0.
       01  WS-POS           PIC 9(5)  COMP VALUE 0.
       01  WS-EXC-REASON    PIC X(8)  VALUE SPACES.

       01  WS-REC-COUNT       PIC 9(18) COMP-3 VALUE 0.
       01  WS-MISMATCH-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-SHORT-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-EXC-WRITTEN     PIC 9(18) COMP-3 VALUE 0.

      *   SYSPRINT flood control - exceptions stop being named after
      *   the cap but are still counted and written to SYSUT2.
       01  WS-MAX-LINES-RUN   PIC 9(9)  COMP VALUE 100.
       01  WS-LINES-WRITTEN   PIC 9(9)  COMP VALUE 0.

      *   Record-length histogram.  Each bucket holds the records up
      *   to and including its upper bound and above the bound before
      *   it; the first bucket is the bare 60-byte key with no data
      *   portion at all, the last runs to the largest record a
      *   cluster can hold.
       01  WS-LEN-BOUND-DATA.
           05  FILLER PIC 9(5) VALUE 60.
           05  FILLER PIC 9(5) VALUE 100.
           05  FILLER PIC 9(5) VALUE 200.
           05  FILLER PIC 9(5) VALUE 500.
           05  FILLER PIC 9(5) VALUE 1000.
           05  FILLER PIC 9(5) VALUE 2000.
           05  FILLER PIC 9(5) VALUE 4096.
           05  FILLER PIC 9(5) VALUE 8192.
           05  FILLER PIC 9(5) VALUE 16384.
           05  FILLER PIC 9(5) VALUE 32816.
       01  WS-LEN-BOUND-TABLE REDEFINES WS-LEN-BOUND-DATA.
           05  WS-LEN-BOUND PIC 9(5) OCCURS 10 TIMES.
       01  WS-LEN-HIST-TABLE.
           05  WS-LEN-HIST  PIC 9(18) COMP-3 OCCURS 10 TIMES.
       01  WS-LEN-IDX       PIC 9(3)  COMP VALUE 0.
       01  WS-LEN-LOW       PIC 9(5)  VALUE 0.
       01  WS-LEN-MIN       PIC 9(5)  COMP VALUE 0.
       01  WS-LEN-MAX       PIC 9(5)  COMP VALUE 0.
       01  WS-LEN-TOTAL     PIC 9(18) COMP-3 VALUE 0.
       01  WS-LEN-AVG       PIC 9(5)  VALUE 0.

      *   Key-prefix distribution (PREFIX=n, 1 thru 20).  The cluster
      *   is read in key order, so each prefix arrives as one run of
      *   records and a new entry opens on the change of prefix; the
      *   first 200 prefixes are kept, any beyond lumped together.
       01  WS-PFX-LEN       PIC 9(5)  COMP VALUE 2.
       01  WS-PFX-MAX       PIC 9(5)  COMP VALUE 200.
       01  WS-PFX-COUNT     PIC 9(5)  COMP VALUE 0.
       01  WS-PFX-IDX       PIC 9(5)  COMP VALUE 0.
       01  WS-PFX-TABLE.
           05  WS-PFX-ENTRY OCCURS 200 TIMES.
               10  WS-PFX-VALUE   PIC X(20).
               10  WS-PFX-RECS    PIC 9(18) COMP-3.
       01  WS-PFX-CURRENT   PIC X(20) VALUE SPACES.
       01  WS-PFX-OVER-KEYS PIC 9(18) COMP-3 VALUE 0.
       01  WS-PFX-OVER-RECS PIC 9(18) COMP-3 VALUE 0.
       01  WS-PFX-PCT       PIC 9(3)V9 VALUE 0.
       01  WS-PFX-PCT-DISP  PIC ZZ9.9.

      *   Numeric-to-display scratch for building report lines.
       01  WS-RPT-NUM1    PIC 9(18).
       01  WS-RPT-NUM2    PIC 9(18).
       01  WS-RPT-NUM3    PIC 9(18).
       01  WS-RPT-NUM4    PIC 9(18).

      *   SYSIN control-card tokenizer scratch.
       01  WS-W1          PIC X(20) VALUE SPACES.
       01  WS-W2          PIC X(20) VALUE SPACES.
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
              PERFORM CHECK-DECK
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              PERFORM SCAN-CLUSTER
              PERFORM PRINT-REPORT
           END-IF
           PERFORM TIDY-UP
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      *  READ-CONTROL-CARDS - parse the SYSIN control file             *
      *----------------------------------------------------------------*
      *   KEY= is the same card the production load runs with, so the
      *   deck can be shared with the copy utility: any card this scan
      *   does not use falls through harmlessly.
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
                 WHEN WS-W1(1:4) = 'KEY='
                    PERFORM SET-KEY-PARM
                 WHEN WS-W1(1:7) = 'PREFIX='
                    MOVE FUNCTION NUMVAL(WS-W1(8:13)) TO WS-PFX-LEN
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

      *   No KEY= card is legal - the load then took the key from the
      *   front of the record, and so does the scan - but a card the
      *   load itself would refuse, or a prefix wider than the table
      *   keeps, stops the scan before a single record is judged.
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
           IF WS-PFX-LEN = 0 OR WS-PFX-LEN > 20
              MOVE "PREFIX= LENGTH MUST BE 1 THRU 20" TO WS-MSG
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

      *   SYSUT2 is optional: with no DD (status 35) the exceptions
      *   are named on SYSPRINT only.
       INIT.
           IF WS-INIT-OK = 'Y'
              OPEN INPUT SCNKSDS
              IF SCN-STAT NOT = "00" AND NOT = "97"
                 MOVE "SYSUT1  " TO WS-ERR-DD
                 MOVE SCN-STAT   TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              MOVE 'N' TO WS-EXC-ACTIVE
              OPEN OUTPUT EXCFILE
              EVALUATE TRUE
                 WHEN EXC-STAT = "00"
                    MOVE 'Y' TO WS-EXC-ACTIVE
                 WHEN EXC-STAT = "35" OR EXC-STAT = "97"
                    CONTINUE
                 WHEN OTHER
                    MOVE "SYSUT2  " TO WS-ERR-DD
                    MOVE EXC-STAT   TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
              END-EVALUATE
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
      *  SCAN-CLUSTER - every record judged and profiled in key order  *
      *----------------------------------------------------------------*
       SCAN-CLUSTER.
           MOVE "COBKSCAN KSDS INTEGRITY SCAN" TO PRTLINE
           WRITE PRTLINE
           PERFORM CLEAR-LENGTH-BUCKET
              VARYING WS-LEN-IDX FROM 1 BY 1
              UNTIL WS-LEN-IDX > 10
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ SCNKSDS NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM SCAN-ONE-RECORD
              END-READ
           END-PERFORM.

       CLEAR-LENGTH-BUCKET.
           MOVE 0 TO WS-LEN-HIST(WS-LEN-IDX).

       SCAN-ONE-RECORD.
           ADD 1 TO WS-REC-COUNT
           PERFORM PROFILE-LENGTH
           PERFORM PROFILE-PREFIX
           COMPUTE WS-DATA-LEN = SCN-LEN - 60
           IF WS-DATA-LEN < WS-KEY-END
              ADD 1 TO WS-SHORT-COUNT
              MOVE "SHORT" TO WS-EXC-REASON
              MOVE 0 TO WS-DIFF-POS
              PERFORM NOTE-EXCEPTION
           ELSE
              PERFORM DERIVE-KEY
              IF WS-DERIVED-KEY NOT = SCN-KEY
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE "MISMATCH" TO WS-EXC-REASON
                 MOVE 0 TO WS-DIFF-POS
                 PERFORM FIND-FIRST-DIFF
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > 60 OR WS-DIFF-POS > 0
                 PERFORM NOTE-EXCEPTION
              END-IF
           END-IF.

      *   The key exactly as BUILD-KSDS-RECORD builds it from the
      *   same bytes: the KEY= slice of the data portion, or without
      *   a KEY= card as much of its front as fits in 60, the rest
      *   of the 60 bytes spaces.
       DERIVE-KEY.
           MOVE SPACES TO WS-DERIVED-KEY
           IF WS-KEY-LEN > 0
              MOVE SCN-REST(WS-KEY-START:WS-KEY-LEN)
                TO WS-DERIVED-KEY(1:WS-KEY-LEN)
           ELSE
              IF WS-DATA-LEN < 60
                 MOVE SCN-REST(1:WS-DATA-LEN)
                   TO WS-DERIVED-KEY(1:WS-DATA-LEN)
              ELSE
                 MOVE SCN-REST(1:60) TO WS-DERIVED-KEY
              END-IF
           END-IF.

       FIND-FIRST-DIFF.
           IF WS-DERIVED-KEY(WS-POS:1) NOT = SCN-KEY(WS-POS:1)
              MOVE WS-POS TO WS-DIFF-POS
           END-IF.

      *   Any failed record makes the run RC 12.  The first hundred
      *   are named with both keys side by side; every one goes to
      *   SYSUT2 when it is allocated.
       NOTE-EXCEPTION.
           MOVE 12 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           IF WS-LINES-WRITTEN < WS-MAX-LINES-RUN
              ADD 1 TO WS-LINES-WRITTEN
              PERFORM PRINT-EXCEPTION
           END-IF
           IF WS-EXC-ACTIVE = 'Y'
              PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       PRINT-EXCEPTION.
           MOVE WS-REC-COUNT TO WS-RPT-NUM1
           MOVE SCN-LEN      TO WS-RPT-NUM2
           MOVE WS-DIFF-POS  TO WS-RPT-NUM3
           MOVE SPACES TO PRTLINE
           IF WS-EXC-REASON = "SHORT"
              STRING "SHORT    RECORD "       DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                     " LENGTH="               DELIMITED BY SIZE
                     WS-RPT-NUM2(14:5)        DELIMITED BY SIZE
                     " - DATA ENDS INSIDE THE KEY SLICE"
                                              DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
           ELSE
              STRING "MISMATCH RECORD "       DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)        DELIMITED BY SIZE
                     " LENGTH="               DELIMITED BY SIZE
                     WS-RPT-NUM2(14:5)        DELIMITED BY SIZE
                     " - KEYS FIRST DIFFER AT BYTE "
                                              DELIMITED BY SIZE
                     WS-RPT-NUM3(17:2)        DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
           END-IF
           WRITE PRTLINE
           MOVE SPACES TO PRTLINE
           STRING "         CARRIED=" DELIMITED BY SIZE
                  SCN-KEY             DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-EXC-REASON NOT = "SHORT"
              MOVE SPACES TO PRTLINE
              STRING "         DERIVED=" DELIMITED BY SIZE
                     WS-DERIVED-KEY      DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

      *   A failed write stops the exception file, not the scan - the
      *   report is still the cluster's full picture.
       WRITE-EXCEPTION-RECORD.
           MOVE WS-EXC-REASON TO EXC-REASON
           MOVE WS-REC-COUNT  TO EXC-RECNO
           MOVE SCNREC(1:SCN-LEN) TO EXC-DATA(1:SCN-LEN)
           COMPUTE EXC-LEN = 17 + SCN-LEN
           WRITE EXCREC
           IF EXC-STAT = "00"
              ADD 1 TO WS-EXC-WRITTEN
           ELSE
              MOVE "WRITE ERROR ON SYSUT2, STATUS=" TO WS-MSG
              MOVE SPACES TO PRTLINE
              STRING WS-MSG DELIMITED BY "  "
                     EXC-STAT DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              CLOSE EXCFILE
              MOVE 'N' TO WS-EXC-ACTIVE
           END-IF.

       PROFILE-LENGTH.
           IF WS-REC-COUNT = 1 OR SCN-LEN < WS-LEN-MIN
              MOVE SCN-LEN TO WS-LEN-MIN
           END-IF
           IF SCN-LEN > WS-LEN-MAX
              MOVE SCN-LEN TO WS-LEN-MAX
           END-IF
           ADD SCN-LEN TO WS-LEN-TOTAL
           MOVE 1 TO WS-LEN-IDX
           PERFORM STEP-LENGTH-BUCKET
              UNTIL WS-LEN-IDX = 10
                 OR SCN-LEN NOT > WS-LEN-BOUND(WS-LEN-IDX)
           ADD 1 TO WS-LEN-HIST(WS-LEN-IDX).

       STEP-LENGTH-BUCKET.
           ADD 1 TO WS-LEN-IDX.

      *   A change of prefix opens the next entry; once the table is
      *   full, every later prefix and its records go to the overflow.
       PROFILE-PREFIX.
           IF WS-REC-COUNT = 1
              OR SCN-KEY(1:WS-PFX-LEN) NOT = WS-PFX-CURRENT
              MOVE SPACES TO WS-PFX-CURRENT
              MOVE SCN-KEY(1:WS-PFX-LEN) TO WS-PFX-CURRENT
              IF WS-PFX-COUNT < WS-PFX-MAX
                 ADD 1 TO WS-PFX-COUNT
                 MOVE WS-PFX-CURRENT TO WS-PFX-VALUE(WS-PFX-COUNT)
                 MOVE 0 TO WS-PFX-RECS(WS-PFX-COUNT)
              ELSE
                 ADD 1 TO WS-PFX-OVER-KEYS
              END-IF
           END-IF
           IF WS-PFX-OVER-KEYS > 0
              ADD 1 TO WS-PFX-OVER-RECS
           ELSE
              ADD 1 TO WS-PFX-RECS(WS-PFX-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *  PRINT-REPORT - exception totals and the cluster profile       *
      *----------------------------------------------------------------*
       PRINT-REPORT.
           MOVE WS-REC-COUNT      TO WS-RPT-NUM1
           MOVE WS-MISMATCH-COUNT TO WS-RPT-NUM2
           MOVE WS-SHORT-COUNT    TO WS-RPT-NUM3
           MOVE SPACES TO PRTLINE
           STRING "RECORDS SCANNED="  DELIMITED BY SIZE
                  WS-RPT-NUM1         DELIMITED BY SIZE
                  "  KEY MISMATCHES=" DELIMITED BY SIZE
                  WS-RPT-NUM2         DELIMITED BY SIZE
                  "  SHORT RECORDS="  DELIMITED BY SIZE
                  WS-RPT-NUM3         DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-KEY-LEN > 0
              MOVE WS-KEY-START TO WS-RPT-NUM1
              MOVE WS-KEY-LEN   TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "KEY DERIVED FROM DATA BYTES " DELIMITED BY SIZE
                     WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                     " LENGTH "        DELIMITED BY SIZE
                     WS-RPT-NUM2(17:2) DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
           ELSE
              MOVE "NO KEY= CARD - KEY DERIVED FROM FRONT OF DATA"
                TO PRTLINE
           END-IF
           WRITE PRTLINE
           IF WS-EXC-ACTIVE = 'Y' OR WS-EXC-WRITTEN > 0
              MOVE WS-EXC-WRITTEN TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "EXCEPTION RECORDS WRITTEN TO SYSUT2="
                                      DELIMITED BY SIZE
                     WS-RPT-NUM1      DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-MISMATCH-COUNT = 0 AND WS-SHORT-COUNT = 0
              MOVE "EVERY CARRIED KEY AGREES WITH ITS DATA" TO PRTLINE
              WRITE PRTLINE
           ELSE
              IF WS-MISMATCH-COUNT + WS-SHORT-COUNT > WS-MAX-LINES-RUN
                 MOVE "MORE THAN 100 EXCEPTIONS - ONLY THE FIRST 100"
                   TO WS-MSG
                 MOVE SPACES TO PRTLINE
                 STRING WS-MSG DELIMITED BY "  "
                        " ARE NAMED ABOVE" DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
           END-IF
           PERFORM PRINT-LENGTH-HISTOGRAM
           PERFORM PRINT-PREFIX-DISTRIBUTION.

       PRINT-LENGTH-HISTOGRAM.
           MOVE SPACES TO PRTLINE
           WRITE PRTLINE
           MOVE "RECORD LENGTH HISTOGRAM (CARRIED KEY + DATA)"
             TO PRTLINE
           WRITE PRTLINE
           IF WS-REC-COUNT > 0
              COMPUTE WS-LEN-AVG = WS-LEN-TOTAL / WS-REC-COUNT
           END-IF
           MOVE WS-LEN-MIN TO WS-RPT-NUM1
           MOVE WS-LEN-MAX TO WS-RPT-NUM2
           MOVE WS-LEN-AVG TO WS-RPT-NUM3
           MOVE SPACES TO PRTLINE
           STRING "  SHORTEST="      DELIMITED BY SIZE
                  WS-RPT-NUM1(14:5)  DELIMITED BY SIZE
                  "  LONGEST="       DELIMITED BY SIZE
                  WS-RPT-NUM2(14:5)  DELIMITED BY SIZE
                  "  AVERAGE="       DELIMITED BY SIZE
                  WS-RPT-NUM3(14:5)  DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 0 TO WS-LEN-LOW
           PERFORM PRINT-LENGTH-BUCKET
              VARYING WS-LEN-IDX FROM 1 BY 1
              UNTIL WS-LEN-IDX > 10.

       PRINT-LENGTH-BUCKET.
           MOVE WS-LEN-LOW               TO WS-RPT-NUM1
           MOVE WS-LEN-BOUND(WS-LEN-IDX) TO WS-RPT-NUM2
           MOVE WS-LEN-HIST(WS-LEN-IDX)  TO WS-RPT-NUM3
           IF WS-LEN-IDX = 1
              MOVE 60 TO WS-RPT-NUM1
           END-IF
           MOVE SPACES TO PRTLINE
           STRING "  LENGTH "        DELIMITED BY SIZE
                  WS-RPT-NUM1(14:5)  DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-RPT-NUM2(14:5)  DELIMITED BY SIZE
                  "  RECORDS="       DELIMITED BY SIZE
                  WS-RPT-NUM3        DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           COMPUTE WS-LEN-LOW = WS-LEN-BOUND(WS-LEN-IDX) + 1.

       PRINT-PREFIX-DISTRIBUTION.
           MOVE SPACES TO PRTLINE
           WRITE PRTLINE
           MOVE WS-PFX-LEN TO WS-RPT-NUM1
           MOVE SPACES TO PRTLINE
           STRING "KEY PREFIX DISTRIBUTION (FIRST " DELIMITED BY SIZE
                  WS-RPT-NUM1(17:2)  DELIMITED BY SIZE
                  " BYTES OF CARRIED KEY)" DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           PERFORM PRINT-PREFIX-LINE
              VARYING WS-PFX-IDX FROM 1 BY 1
              UNTIL WS-PFX-IDX > WS-PFX-COUNT
           IF WS-PFX-OVER-KEYS > 0
              MOVE WS-PFX-OVER-KEYS TO WS-RPT-NUM1
              MOVE WS-PFX-OVER-RECS TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "  "               DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)  DELIMITED BY SIZE
                     " FURTHER PREFIXES  RECORDS=" DELIMITED BY SIZE
                     WS-RPT-NUM2        DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

       PRINT-PREFIX-LINE.
           MOVE WS-PFX-RECS(WS-PFX-IDX) TO WS-RPT-NUM1
           COMPUTE WS-PFX-PCT ROUNDED =
              WS-PFX-RECS(WS-PFX-IDX) * 100 / WS-REC-COUNT
           MOVE WS-PFX-PCT TO WS-PFX-PCT-DISP
           MOVE SPACES TO PRTLINE
           STRING "  PREFIX '"           DELIMITED BY SIZE
                  WS-PFX-VALUE(WS-PFX-IDX)(1:WS-PFX-LEN)
                                         DELIMITED BY SIZE
                  "'  RECORDS="          DELIMITED BY SIZE
                  WS-RPT-NUM1            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PFX-PCT-DISP        DELIMITED BY SIZE
                  "%"                    DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       TIDY-UP.
           CLOSE SCNKSDS PRTFILE
           IF WS-EXC-ACTIVE = 'Y'
              CLOSE EXCFILE
           END-IF
           EXIT.

       END PROGRAM COBKSCAN.
