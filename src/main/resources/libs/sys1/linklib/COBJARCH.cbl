      *----------------------------------------------------------------*
      *  COBJARCH - append the night's journal to the journal archive  *
      *  - JRNL01 is rewritten by every MODE=UPDATE copy and every     *
      *    COBMAINT or COBPURGE run.  Run after each of them, this     *
      *    program copies every journal entry - 'A' added key, 'B'     *
      *    before-image, 'D' deleted record's image - onto the journal *
      *    archive cluster (JRNA01), keyed by the record key, the run  *
      *    stamp the entry carries and its position in the journal, so *
      *    the archive reads back per key in date order.  Each event   *
      *    is tagged with the SOURCE=name card (up to 8, the job or    *
      *    program that wrote the journal), so the inquiry (COBJINQ)   *
      *    can say which run changed a record.                         *
      *  - An entry already on the archive (a rerun over the same      *
      *    journal) is counted and left alone, RC=4.                   *
      *  - KEEP=n drops every event run-stamped more than n days       *
      *    before today; without it, or with KEEP=0, nothing is        *
      *    dropped.  A run with no JRNL01 DD is the retention pass     *
      *    alone.                                                      *
      *  - Ends RETURN-CODE 8 on a deck error or an open or I/O        *
      *    failure, 4 as above, 0 otherwise.                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBJARCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CDYMD
           FUNCTION CHTIME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JAKSDS    ASSIGN TO JRNA01
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS JA-KEY
                            FILE STATUS IS JA-STAT.
           SELECT OPTIONAL JRNFILE  ASSIGN TO JRNL01
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS JRN-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *   The journal archive.  One record per journal entry: the key
      *   is the record key, the entry's run stamp and the entry's
      *   position in the journal it came from; JA-SOURCE names the
      *   run that wrote that journal and JA-ARCH-DATE the night it
      *   was archived.  JA-DATA is the entry's data portion as the
      *   journal carried it (empty for an 'A').  COBJINQ reads this
      *   layout and must stay in step with it.
       FD  JAKSDS
           RECORD VARYING FROM 116 TO 32872 DEPENDING ON JA-LEN.
       01  JAREC.
           05  JA-KEY.
               10  JA-RECKEY     PIC X(60).
               10  JA-DATE       PIC X(10).
               10  JA-TIME       PIC X(8).
               10  JA-SEQ        PIC 9(9).
           05  JA-ACTION     PIC X.
           05  JA-SOURCE     PIC X(8).
           05  JA-ARCH-DATE  PIC X(10).
           05  FILLER        PIC X(10).
           05  JA-DATA       PIC X(32756).

      *   One record per key an update run touched - this layout
      *   mirrors the JRNFILE FD in the copy utility and must stay in
      *   step with it.
       FD  JRNFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 79 TO 32835 DEPENDING ON JRN-LEN.
       01  JRNREC.
           05  JRN-ACTION    PIC X.
           05  JRN-DATE      PIC X(10).
           05  JRN-TIME      PIC X(8).
           05  JRN-KEY       PIC X(60).
           05  JRN-DATA      PIC X(32756).

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
       01  JA-STAT     PIC XX  VALUE SPACES.
       01  JRN-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  JA-LEN      PIC 9(5) COMP VALUE 0.
       01  JRN-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-CTL-EOF    PIC X VALUE 'N'.
       01  WS-INIT-OK    PIC X VALUE 'Y'.
       01  WS-IO-OK      PIC X VALUE 'Y'.
       01  WS-JA-OPEN    PIC X VALUE 'N'.
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

      *   SOURCE=name tags tonight's events; KEEP=n is the retention
      *   in days, zero for none.
       01  WS-SOURCE         PIC X(8)  VALUE SPACES.
       01  WS-SOURCE-BAD     PIC X     VALUE 'N'.
       01  WS-KEEP-DAYS      PIC 9(5)  COMP VALUE 0.
       01  WS-KEEP-SW        PIC X     VALUE 'N'.

      *   Archive and retention accounting.
       01  WS-JRN-READ       PIC 9(18) COMP-3 VALUE 0.
       01  WS-ARCH-ADDS      PIC 9(18) COMP-3 VALUE 0.
       01  WS-ARCH-BEFORE    PIC 9(18) COMP-3 VALUE 0.
       01  WS-ARCH-DELETES   PIC 9(18) COMP-3 VALUE 0.
       01  WS-ARCH-OTHER     PIC 9(18) COMP-3 VALUE 0.
       01  WS-ARCH-DUPS      PIC 9(18) COMP-3 VALUE 0.
       01  WS-KEPT-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-DROPPED-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-DATA-LEN       PIC 9(5)  COMP   VALUE 0.

      *   Day arithmetic for the retention cut-off.  Run stamps are
      *   CDYMD dates (ccyy-mm-dd), so the cut-off is kept in that
      *   form and compared as it stands.
       01  WS-TODAY-DAYS     PIC 9(9)  COMP VALUE 0.
       01  WS-CUT-DAYS       PIC 9(9)  COMP VALUE 0.
       01  WS-YMD            PIC 9(8)  VALUE 0.
       01  WS-YMD-X REDEFINES WS-YMD PIC X(8).
       01  WS-CUT-DATE       PIC X(10) VALUE SPACES.

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
              PERFORM CHECK-DECK
           END-IF
           PERFORM INIT
           IF WS-INIT-OK = 'Y'
              PERFORM PRINT-HEADING
              IF WS-JRN-ACTIVE = 'Y'
                 PERFORM ARCHIVE-JOURNAL
              END-IF
              IF WS-KEEP-DAYS > 0 AND WS-IO-OK = 'Y'
                 PERFORM DROP-EXPIRED-EVENTS
              END-IF
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
           END-IF.

       PARSE-CTL-LINE.
           MOVE SPACES TO WS-W1 WS-W2
           IF CTLLINE(1:1) NOT = '*' AND CTLLINE NOT = SPACES
              UNSTRING CTLLINE DELIMITED BY ALL SPACE
                       INTO WS-W1 WS-W2
              EVALUATE TRUE
                 WHEN WS-W1(1:7) = 'SOURCE='
                    MOVE WS-W1(8:8) TO WS-SOURCE
                    IF WS-W1(16:5) NOT = SPACES
                       MOVE 'Y' TO WS-SOURCE-BAD
                    END-IF
                 WHEN WS-W1(1:5) = 'KEEP='
                    MOVE 'Y' TO WS-KEEP-SW
                    MOVE FUNCTION NUMVAL(WS-W1(6:15)) TO WS-KEEP-DAYS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *   The run stamp through the same CDYMD/CHTIME functions the
      *   copy utility stamps with.
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

      *   The retention cut-off: an event stamped before this date is
      *   more than KEEP= days old.
       CHECK-DECK.
           IF WS-SOURCE-BAD = 'Y'
              MOVE "SOURCE= NAME MUST NOT EXCEED 8 CHARACTERS"
                TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-KEEP-SW = 'Y' AND WS-KEEP-DAYS > 36500
              MOVE "KEEP= DAYS MUST NOT EXCEED 36500" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-KEEP-DAYS > 0
              MOVE WS-RUN-DATE(1:4) TO WS-YMD-X(1:4)
              MOVE WS-RUN-DATE(6:2) TO WS-YMD-X(5:2)
              MOVE WS-RUN-DATE(9:2) TO WS-YMD-X(7:2)
              COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-YMD)
              COMPUTE WS-CUT-DAYS = WS-TODAY-DAYS - WS-KEEP-DAYS
              COMPUTE WS-YMD = FUNCTION DATE-OF-INTEGER(WS-CUT-DAYS)
              MOVE SPACES TO WS-CUT-DATE
              STRING WS-YMD-X(1:4) DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                     WS-YMD-X(5:2) DELIMITED BY SIZE
                     "-"           DELIMITED BY SIZE
                     WS-YMD-X(7:2) DELIMITED BY SIZE
                     INTO WS-CUT-DATE
              END-STRING
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

      *   A newly defined archive that has never held a record will
      *   not open for update (status 35); it is opened for output
      *   once to load it empty, then re-opened.  With no JRNL01 DD
      *   (status 35) there is nothing to append.
       INIT.
           IF WS-INIT-OK = 'Y'
              OPEN I-O JAKSDS
              IF JA-STAT = "35"
                 OPEN OUTPUT JAKSDS
                 IF JA-STAT = "00" OR JA-STAT = "97"
                    CLOSE JAKSDS
                    OPEN I-O JAKSDS
                 END-IF
              END-IF
              IF JA-STAT = "00" OR JA-STAT = "97"
                 MOVE 'Y' TO WS-JA-OPEN
              ELSE
                 MOVE "JRNA01  " TO WS-ERR-DD
                 MOVE JA-STAT    TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
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
           STRING "COBJARCH JOURNAL ARCHIVE " DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-JRN-ACTIVE = 'N'
              MOVE "JRNL01 NOT ALLOCATED - RETENTION PASS ONLY"
                TO PRTLINE
              WRITE PRTLINE
           END-IF.

      *----------------------------------------------------------------*
      *  ARCHIVE-JOURNAL - every JRNL01 entry onto the archive         *
      *----------------------------------------------------------------*
       ARCHIVE-JOURNAL.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ JRNFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM ARCHIVE-ONE-ENTRY
              END-READ
           END-PERFORM.

      *   The entry's position in the journal keeps two entries for
      *   one key under one run stamp apart.  A key already on the
      *   archive (status 22) is this same entry archived before.
       ARCHIVE-ONE-ENTRY.
           ADD 1 TO WS-JRN-READ
           MOVE SPACES TO JAREC
           MOVE JRN-KEY     TO JA-RECKEY
           MOVE JRN-DATE    TO JA-DATE
           MOVE JRN-TIME    TO JA-TIME
           MOVE WS-JRN-READ TO JA-SEQ
           MOVE JRN-ACTION  TO JA-ACTION
           MOVE WS-SOURCE   TO JA-SOURCE
           MOVE WS-RUN-DATE TO JA-ARCH-DATE
           COMPUTE WS-DATA-LEN = JRN-LEN - 79
           IF WS-DATA-LEN > 0
              MOVE JRN-DATA(1:WS-DATA-LEN) TO JA-DATA(1:WS-DATA-LEN)
           END-IF
           COMPUTE JA-LEN = 116 + WS-DATA-LEN
           WRITE JAREC
           EVALUATE JA-STAT
              WHEN "00"
              WHEN "02"
                 EVALUATE JRN-ACTION
                    WHEN 'A'
                       ADD 1 TO WS-ARCH-ADDS
                    WHEN 'B'
                       ADD 1 TO WS-ARCH-BEFORE
                    WHEN 'D'
                       ADD 1 TO WS-ARCH-DELETES
                    WHEN OTHER
                       ADD 1 TO WS-ARCH-OTHER
                 END-EVALUATE
              WHEN "22"
                 ADD 1 TO WS-ARCH-DUPS
              WHEN OTHER
                 PERFORM LOG-IO-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *  DROP-EXPIRED-EVENTS - the KEEP= retention pass                *
      *----------------------------------------------------------------*
       DROP-EXPIRED-EVENTS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO JA-KEY
           START JAKSDS KEY IS NOT LESS THAN JA-KEY
           EVALUATE JA-STAT
              WHEN "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ JAKSDS NEXT RECORD
                    EVALUATE JA-STAT
                       WHEN "00"
                       WHEN "02"
                          PERFORM JUDGE-ONE-EVENT
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

       JUDGE-ONE-EVENT.
           IF JA-DATE < WS-CUT-DATE
              DELETE JAKSDS RECORD
              IF JA-STAT = "00"
                 ADD 1 TO WS-DROPPED-COUNT
              ELSE
                 PERFORM LOG-IO-ERROR
              END-IF
           ELSE
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

      *   An archive that cannot be written or read cannot be trusted
      *   for the rest of the run: the pass in hand stops and no
      *   retention pass follows.
       LOG-IO-ERROR.
           MOVE "I/O ERROR ON JRNA01, STATUS=" TO WS-MSG
           MOVE SPACES TO PRTLINE
           STRING WS-MSG DELIMITED BY "  "
                  JA-STAT DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-IO-OK
           MOVE 'Y' TO WS-EOF.

      *----------------------------------------------------------------*
      *  PRINT-REPORT - archive summary to SYSPRINT                    *
      *----------------------------------------------------------------*
       PRINT-REPORT.
           IF WS-JRN-ACTIVE = 'Y'
              MOVE WS-JRN-READ     TO WS-RPT-NUM1
              MOVE WS-ARCH-ADDS    TO WS-RPT-NUM2
              MOVE WS-ARCH-BEFORE  TO WS-RPT-NUM3
              MOVE WS-ARCH-DELETES TO WS-RPT-NUM4
              MOVE SPACES TO PRTLINE
              STRING "JRNL01 ENTRIES READ="  DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)       DELIMITED BY SIZE
                     "  ARCHIVED ADDS="      DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)       DELIMITED BY SIZE
                     "  BEFORE-IMAGES="      DELIMITED BY SIZE
                     WS-RPT-NUM3(10:9)       DELIMITED BY SIZE
                     "  DELETES="            DELIMITED BY SIZE
                     WS-RPT-NUM4(10:9)       DELIMITED BY SIZE
                     "  SOURCE="             DELIMITED BY SIZE
                     WS-SOURCE               DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              IF WS-ARCH-OTHER > 0
                 MOVE WS-ARCH-OTHER TO WS-RPT-NUM1
                 MOVE SPACES TO PRTLINE
                 STRING "ARCHIVED WITH AN UNKNOWN ACTION CODE="
                                          DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
              IF WS-ARCH-DUPS > 0
                 MOVE WS-ARCH-DUPS TO WS-RPT-NUM1
                 MOVE SPACES TO PRTLINE
                 STRING "ENTRIES ALREADY ON THE ARCHIVE (RERUN)="
                                          DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9) DELIMITED BY SIZE
                        " - LEFT AS THEY WERE" DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
              END-IF
           END-IF
           IF WS-KEEP-DAYS > 0
              MOVE WS-KEEP-DAYS     TO WS-RPT-NUM1
              MOVE WS-DROPPED-COUNT TO WS-RPT-NUM2
              MOVE WS-KEPT-COUNT    TO WS-RPT-NUM3
              MOVE SPACES TO PRTLINE
              STRING "RETENTION KEEP="       DELIMITED BY SIZE
                     WS-RPT-NUM1(14:5)       DELIMITED BY SIZE
                     " DAYS - EVENTS BEFORE " DELIMITED BY SIZE
                     WS-CUT-DATE             DELIMITED BY SIZE
                     " DROPPED="             DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)       DELIMITED BY SIZE
                     "  KEPT="               DELIMITED BY SIZE
                     WS-RPT-NUM3(10:9)       DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           ELSE
              MOVE "NO KEEP= CARD - NO EVENTS DROPPED" TO PRTLINE
              WRITE PRTLINE
           END-IF.

       TIDY-UP.
           IF WS-JA-OPEN = 'Y'
              CLOSE JAKSDS
           END-IF
           IF WS-JRN-ACTIVE = 'Y'
              CLOSE JRNFILE
           END-IF
           CLOSE PRTFILE
           EXIT.

       END PROGRAM COBJARCH.

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
