      *----------------------------------------------------------------*
      *  COBJINQ - change history of master keys from the journal      *
      *  archive                                                       *
      *  - Lists, for each KEY=value card (the key as it stands in     *
      *    columns 5-64, up to 20 cards), every event the journal      *
      *    archive (JRNA01, loaded by COBJARCH) holds for that key in  *
      *    date order: 'A' the key added, 'B' the record as it stood   *
      *    before a run changed it, 'D' the record as it stood when a  *
      *    run deleted it - each with its run stamp and the SOURCE=    *
      *    name of the run that wrote it.                              *
      *  - FROM=ccyy-mm-dd and TO=ccyy-mm-dd limit the listing to the  *
      *    events run-stamped in that range (either may be left off).  *
      *  - Each image is listed in full, 32 bytes a line in hex and    *
      *    in print form.  Between two consecutive images the changed  *
      *    byte positions are shown side by side - the image before    *
      *    and after the run that made them, hex and print form - in   *
      *    the same way COBCOMP reports differences: positions are     *
      *    record positions (the key is 1-60), a length change gets    *
      *    a line of its own, at most 20 change lines are shown per    *
      *    pair and the count of changed bytes is always complete.     *
      *    LIST=CHANGES lists only the first image of a run of images  *
      *    in full and the changes thereafter.                         *
      *  - With the master cluster on SYSUT1 (optional) and no TO=     *
      *    card, the key's current record closes the history, so the   *
      *    last run's changes show as well.                            *
      *  - Ends RETURN-CODE 8 on a deck error or an open or I/O        *
      *    failure, 4 when any key has no events in the range, 0       *
      *    otherwise.                                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBJINQ.

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
           SELECT OPTIONAL MSTKSDS  ASSIGN TO SYSUT1
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS RANDOM
                            RECORD KEY IS MST-KEY
                            FILE STATUS IS MST-STAT.
           SELECT OPTIONAL CTLFILE  ASSIGN TO SYSIN
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS CTL-STAT.
           SELECT PRTFILE   ASSIGN TO SYSPRINT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS PRT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *   The journal archive - this layout mirrors the JAKSDS FD in
      *   COBJARCH and must stay in step with it.
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

      *   The master cluster, as the copy utility loads it.
       FD  MSTKSDS
           RECORD VARYING FROM 60 TO 32816 DEPENDING ON MST-LEN.
       01  MSTREC.
           05  MST-KEY       PIC X(60).
           05  MST-REST      PIC X(32756).

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
       01  MST-STAT    PIC XX  VALUE SPACES.
       01  CTL-STAT    PIC XX  VALUE SPACES.
       01  PRT-STAT    PIC XX  VALUE SPACES.

       01  JA-LEN      PIC 9(5) COMP VALUE 0.
       01  MST-LEN     PIC 9(5) COMP VALUE 0.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-CTL-EOF    PIC X VALUE 'N'.
       01  WS-INIT-OK    PIC X VALUE 'Y'.
       01  WS-IO-OK      PIC X VALUE 'Y'.
       01  WS-JA-OPEN    PIC X VALUE 'N'.
       01  WS-MST-ACTIVE PIC X VALUE 'N'.

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

      *   Keys asked for (KEY=value, columns 5-64 of the card).
       01  WS-KEY-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-KEY-IDX     PIC 9(3) COMP VALUE 0.
       01  WS-KEY-OVER    PIC X     VALUE 'N'.
       01  WS-KEY-TABLE.
           05  WS-INQ-KEY OCCURS 20 TIMES PIC X(60).

      *   FROM=/TO= run-stamp range and the LIST= choice ('F' every
      *   image in full, 'C' changes only after the first).
       01  WS-FROM-DATE   PIC X(10) VALUE SPACES.
       01  WS-TO-DATE     PIC X(10) VALUE SPACES.
       01  WS-DATE-CARD   PIC X(15) VALUE SPACES.
       01  WS-DATE-BAD    PIC X     VALUE 'N'.
       01  WS-LIST-MODE   PIC X     VALUE 'F'.
       01  WS-LIST-BAD    PIC X     VALUE 'N'.

      *   The image in hand (key and data portion, as the cluster
      *   record stood) and the one before it, with the stamp and
      *   source of the event that carried the earlier one - the run
      *   that made the changes between them.
       01  WS-CUR-LEN     PIC 9(5) COMP VALUE 0.
       01  WS-CUR-IMAGE   PIC X(32816) VALUE SPACES.
       01  WS-PREV-SW     PIC X     VALUE 'N'.
       01  WS-PREV-LEN    PIC 9(5) COMP VALUE 0.
       01  WS-PREV-IMAGE  PIC X(32816) VALUE SPACES.
       01  WS-PREV-DATE   PIC X(10) VALUE SPACES.
       01  WS-PREV-TIME   PIC X(8)  VALUE SPACES.
       01  WS-PREV-SOURCE PIC X(8)  VALUE SPACES.
       01  WS-DATA-LEN    PIC 9(5) COMP VALUE 0.
       01  WS-EVENT-DESC  PIC X(30) VALUE SPACES.

      *   Side-by-side change lines: consecutive changed bytes are
      *   gathered into one line of up to 12, and no more than
      *   WS-MAX-LINES-PAIR lines are printed for one pair of images.
       01  WS-MAX-LINES-PAIR PIC 9(5) COMP VALUE 20.
       01  WS-PAIR-LINES  PIC 9(5) COMP VALUE 0.
       01  WS-PAIR-DIFFS  PIC 9(5) COMP VALUE 0.
       01  WS-CMP-LEN     PIC 9(5) COMP VALUE 0.
       01  WS-OFF         PIC 9(5) COMP VALUE 0.
       01  WS-RUN-START   PIC 9(5) COMP VALUE 0.
       01  WS-RUN-LEN     PIC 9(5) COMP VALUE 0.
       01  WS-RUN-IDX     PIC 9(5) COMP VALUE 0.
       01  WS-RUN-POS     PIC 9(5) COMP VALUE 0.
       01  WS-HEX-POS     PIC 9(5) COMP VALUE 0.
       01  WS-WAS-HEX     PIC X(24) VALUE SPACES.
       01  WS-NOW-HEX     PIC X(24) VALUE SPACES.
       01  WS-WAS-CHR     PIC X(12) VALUE SPACES.
       01  WS-NOW-CHR     PIC X(12) VALUE SPACES.

      *   Full image listing, 32 bytes a line.
       01  WS-IMG-POS     PIC 9(5) COMP VALUE 0.
       01  WS-IMG-N       PIC 9(5) COMP VALUE 0.
       01  WS-IMG-IDX     PIC 9(5) COMP VALUE 0.
       01  WS-IMG-HEX     PIC X(64) VALUE SPACES.
       01  WS-IMG-CHR     PIC X(32) VALUE SPACES.

      *   Hexadecimal display of a single byte, built by nibble from
      *   its ordinal position so the report never carries raw
      *   unprintable data - the same convention COBCOMP uses.  The
      *   print form shows a byte outside the printable range as '.'.
       01  WS-HEX-DIGITS  PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-HEX-BYTE    PIC X.
       01  WS-BYTE-VAL    PIC 9(3) COMP VALUE 0.
       01  WS-NIB-HI      PIC 9(3) COMP VALUE 0.
       01  WS-NIB-LO      PIC 9(3) COMP VALUE 0.
       01  WS-HEX-OUT     PIC XX VALUE SPACES.
       01  WS-CHR-OUT     PIC X  VALUE SPACE.

      *   Run accounting.
       01  WS-KEY-EVENTS     PIC 9(9)  COMP VALUE 0.
       01  WS-KEYS-FOUND     PIC 9(9)  COMP VALUE 0.
       01  WS-KEYS-EMPTY     PIC 9(9)  COMP VALUE 0.
       01  WS-EVENTS-LISTED  PIC 9(18) COMP-3 VALUE 0.

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
              PERFORM INQUIRE-ONE-KEY
                 VARYING WS-KEY-IDX FROM 1 BY 1
                 UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-IO-OK = 'N'
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

      *   A KEY= card's value is taken as punched, columns 5-64, so a
      *   key with embedded blanks is asked for exactly as stored.
       PARSE-CTL-LINE.
           MOVE SPACES TO WS-W1 WS-W2
           IF CTLLINE(1:1) NOT = '*' AND CTLLINE NOT = SPACES
              UNSTRING CTLLINE DELIMITED BY ALL SPACE
                       INTO WS-W1 WS-W2
              EVALUATE TRUE
                 WHEN CTLLINE(1:4) = 'KEY='
                    IF WS-KEY-COUNT < 20
                       ADD 1 TO WS-KEY-COUNT
                       MOVE CTLLINE(5:60) TO WS-INQ-KEY(WS-KEY-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-KEY-OVER
                    END-IF
                 WHEN WS-W1(1:5) = 'FROM='
                    MOVE WS-W1(6:15) TO WS-DATE-CARD
                    PERFORM CHECK-DATE-CARD
                    MOVE WS-DATE-CARD(1:10) TO WS-FROM-DATE
                 WHEN WS-W1(1:3) = 'TO='
                    MOVE WS-W1(4:15) TO WS-DATE-CARD
                    PERFORM CHECK-DATE-CARD
                    MOVE WS-DATE-CARD(1:10) TO WS-TO-DATE
                 WHEN WS-W1(1:5) = 'LIST='
                    EVALUATE WS-W1(6:15)
                       WHEN 'FULL'
                          MOVE 'F' TO WS-LIST-MODE
                       WHEN 'CHANGES'
                          MOVE 'C' TO WS-LIST-MODE
                       WHEN OTHER
                          MOVE 'Y' TO WS-LIST-BAD
                    END-EVALUATE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *   Run stamps are CDYMD dates, ccyy-mm-dd, and the range cards
      *   are compared with them as they stand.
       CHECK-DATE-CARD.
           IF WS-DATE-CARD(1:4) NOT NUMERIC
              OR WS-DATE-CARD(5:1) NOT = '-'
              OR WS-DATE-CARD(6:2) NOT NUMERIC
              OR WS-DATE-CARD(8:1) NOT = '-'
              OR WS-DATE-CARD(9:2) NOT NUMERIC
              OR WS-DATE-CARD(11:5) NOT = SPACES
              MOVE 'Y' TO WS-DATE-BAD
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

       CHECK-DECK.
           IF WS-KEY-COUNT = 0
              MOVE "AT LEAST ONE KEY= CARD IS REQUIRED" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-KEY-OVER = 'Y'
              MOVE "NO MORE THAN 20 KEY= CARDS ARE ALLOWED" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-DATE-BAD = 'Y'
              MOVE "FROM= AND TO= DATES MUST BE CCYY-MM-DD" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-FROM-DATE NOT = SPACES AND WS-TO-DATE NOT = SPACES
              AND WS-FROM-DATE > WS-TO-DATE
              MOVE "FROM= DATE IS AFTER THE TO= DATE" TO WS-MSG
              PERFORM REPORT-DECK-ERROR
           END-IF
           IF WS-LIST-BAD = 'Y'
              MOVE "LIST= MUST BE FULL OR CHANGES" TO WS-MSG
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

      *   The master is only of use when the history runs up to today;
      *   with a TO= card it is not opened at all.
       INIT.
           IF WS-INIT-OK = 'Y'
              OPEN INPUT JAKSDS
              IF JA-STAT = "00" OR JA-STAT = "97"
                 MOVE 'Y' TO WS-JA-OPEN
              ELSE
                 MOVE "JRNA01  " TO WS-ERR-DD
                 MOVE JA-STAT    TO WS-ERR-STAT
                 PERFORM BUILD-OPEN-ERROR-MSG
              END-IF
              IF WS-TO-DATE = SPACES
                 OPEN INPUT MSTKSDS
                 IF MST-STAT = "00" OR MST-STAT = "97"
                    MOVE 'Y' TO WS-MST-ACTIVE
                 ELSE
                    IF MST-STAT NOT = "35" AND MST-STAT NOT = "05"
                       MOVE "SYSUT1  " TO WS-ERR-DD
                       MOVE MST-STAT   TO WS-ERR-STAT
                       PERFORM BUILD-OPEN-ERROR-MSG
                    END-IF
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
           STRING "COBJINQ CHANGE HISTORY " DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE SPACES TO PRTLINE
           STRING "EVENTS FROM "     DELIMITED BY SIZE
                  WS-FROM-DATE       DELIMITED BY SIZE
                  " TO "             DELIMITED BY SIZE
                  WS-TO-DATE         DELIMITED BY SIZE
                  "  (BLANK = OPEN)" DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

      *----------------------------------------------------------------*
      *  INQUIRE-ONE-KEY - the archived events for one KEY= card       *
      *----------------------------------------------------------------*
       INQUIRE-ONE-KEY.
           MOVE SPACES TO PRTLINE
           WRITE PRTLINE
           MOVE SPACES TO PRTLINE
           STRING "KEY=" DELIMITED BY SIZE
                  WS-INQ-KEY(WS-KEY-IDX) DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 0   TO WS-KEY-EVENTS
           MOVE 'N' TO WS-PREV-SW
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO JA-KEY
           MOVE WS-INQ-KEY(WS-KEY-IDX) TO JA-RECKEY
           IF WS-FROM-DATE NOT = SPACES
              MOVE WS-FROM-DATE TO JA-DATE
           END-IF
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
           END-EVALUATE
           IF WS-MST-ACTIVE = 'Y' AND WS-IO-OK = 'Y'
              PERFORM SHOW-CURRENT-MASTER
           END-IF
           IF WS-KEY-EVENTS = 0
              ADD 1 TO WS-KEYS-EMPTY
              MOVE "  NO ARCHIVED EVENTS FOR THIS KEY IN THE RANGE"
                TO PRTLINE
              WRITE PRTLINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           ELSE
              ADD 1 TO WS-KEYS-FOUND
           END-IF.

      *   The archive reads back per key in stamp order: the first
      *   record of another key, or one stamped past TO=, ends it.
       JUDGE-ONE-EVENT.
           IF JA-RECKEY NOT = WS-INQ-KEY(WS-KEY-IDX)
              MOVE 'Y' TO WS-EOF
           ELSE
              IF WS-TO-DATE NOT = SPACES AND JA-DATE > WS-TO-DATE
                 MOVE 'Y' TO WS-EOF
              ELSE
                 PERFORM LIST-ONE-EVENT
              END-IF
           END-IF.

      *   An 'A' carries no image - the record did not exist before
      *   that run - so the next image starts a fresh comparison.
       LIST-ONE-EVENT.
           ADD 1 TO WS-KEY-EVENTS
           ADD 1 TO WS-EVENTS-LISTED
           COMPUTE WS-DATA-LEN = JA-LEN - 116
           EVALUATE JA-ACTION
              WHEN 'A'
                 MOVE "KEY ADDED" TO WS-EVENT-DESC
              WHEN 'B'
                 MOVE "BEFORE-IMAGE" TO WS-EVENT-DESC
              WHEN 'D'
                 MOVE "DELETED - IMAGE AS DELETED" TO WS-EVENT-DESC
              WHEN OTHER
                 MOVE "UNKNOWN ACTION CODE" TO WS-EVENT-DESC
           END-EVALUATE
           MOVE SPACES TO PRTLINE
           IF JA-ACTION = 'A'
              STRING "  "          DELIMITED BY SIZE
                     JA-DATE       DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     JA-TIME       DELIMITED BY SIZE
                     "  SOURCE="   DELIMITED BY SIZE
                     JA-SOURCE     DELIMITED BY SIZE
                     "  "          DELIMITED BY SIZE
                     WS-EVENT-DESC DELIMITED BY "  "
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 'N' TO WS-PREV-SW
           ELSE
              COMPUTE WS-CUR-LEN = 60 + WS-DATA-LEN
              MOVE WS-CUR-LEN TO WS-RPT-NUM1
              STRING "  "          DELIMITED BY SIZE
                     JA-DATE       DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     JA-TIME       DELIMITED BY SIZE
                     "  SOURCE="   DELIMITED BY SIZE
                     JA-SOURCE     DELIMITED BY SIZE
                     "  "          DELIMITED BY SIZE
                     WS-EVENT-DESC DELIMITED BY "  "
                     "  LENGTH="   DELIMITED BY SIZE
                     WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE JA-RECKEY TO WS-CUR-IMAGE(1:60)
              IF WS-DATA-LEN > 0
                 MOVE JA-DATA(1:WS-DATA-LEN)
                   TO WS-CUR-IMAGE(61:WS-DATA-LEN)
              END-IF
              IF WS-PREV-SW = 'Y'
                 PERFORM COMPARE-IMAGES
              END-IF
              IF WS-LIST-MODE = 'F' OR WS-PREV-SW = 'N'
                 PERFORM PRINT-IMAGE
              END-IF
              PERFORM KEEP-AS-PREVIOUS
           END-IF
           MOVE JA-DATE   TO WS-PREV-DATE
           MOVE JA-TIME   TO WS-PREV-TIME
           MOVE JA-SOURCE TO WS-PREV-SOURCE.

       KEEP-AS-PREVIOUS.
           MOVE WS-CUR-LEN TO WS-PREV-LEN
           MOVE WS-CUR-IMAGE(1:WS-CUR-LEN)
             TO WS-PREV-IMAGE(1:WS-CUR-LEN)
           MOVE 'Y' TO WS-PREV-SW.

      *   The record as it stands now - the changes the last archived
      *   run made show against the image that run journalled.
       SHOW-CURRENT-MASTER.
           MOVE WS-INQ-KEY(WS-KEY-IDX) TO MST-KEY
           READ MSTKSDS
           EVALUATE MST-STAT
              WHEN "00"
              WHEN "02"
                 MOVE MST-LEN TO WS-CUR-LEN
                 MOVE WS-CUR-LEN TO WS-RPT-NUM1
                 MOVE SPACES TO PRTLINE
                 STRING "  CURRENT MASTER RECORD  LENGTH="
                                          DELIMITED BY SIZE
                        WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
                 MOVE MSTREC(1:WS-CUR-LEN)
                   TO WS-CUR-IMAGE(1:WS-CUR-LEN)
                 IF WS-PREV-SW = 'Y'
                    PERFORM COMPARE-IMAGES
                 END-IF
                 IF WS-LIST-MODE = 'F' OR WS-PREV-SW = 'N'
                    PERFORM PRINT-IMAGE
                 END-IF
              WHEN "23"
                 MOVE "  NOT ON THE CURRENT MASTER" TO PRTLINE
                 WRITE PRTLINE
              WHEN OTHER
                 MOVE "READ ERROR ON SYSUT1, STATUS=" TO WS-MSG
                 MOVE SPACES TO PRTLINE
                 STRING WS-MSG DELIMITED BY "  "
                        MST-STAT DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
                 MOVE 'N' TO WS-IO-OK
           END-EVALUATE.

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
      *  COMPARE-IMAGES - the previous image against the one in hand   *
      *----------------------------------------------------------------*
       COMPARE-IMAGES.
           MOVE 0 TO WS-PAIR-DIFFS WS-PAIR-LINES WS-RUN-LEN
           MOVE SPACES TO PRTLINE
           STRING "    CHANGES MADE BY THE RUN OF " DELIMITED BY SIZE
                  WS-PREV-DATE   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-PREV-TIME   DELIMITED BY SIZE
                  "  SOURCE="    DELIMITED BY SIZE
                  WS-PREV-SOURCE DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-PREV-LEN NOT = WS-CUR-LEN
              MOVE WS-PREV-LEN TO WS-RPT-NUM1
              MOVE WS-CUR-LEN  TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "    LENGTH WAS="   DELIMITED BY SIZE
                     WS-RPT-NUM1(14:5) DELIMITED BY SIZE
                     "  NOW="           DELIMITED BY SIZE
                     WS-RPT-NUM2(14:5) DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-PREV-LEN < WS-CUR-LEN
              MOVE WS-PREV-LEN TO WS-CMP-LEN
           ELSE
              MOVE WS-CUR-LEN TO WS-CMP-LEN
           END-IF
           PERFORM COMPARE-ONE-BYTE
              VARYING WS-OFF FROM 1 BY 1
              UNTIL WS-OFF > WS-CMP-LEN
           IF WS-RUN-LEN > 0
              PERFORM FLUSH-CHANGE-RUN
           END-IF
           IF WS-PAIR-DIFFS = 0 AND WS-PREV-LEN = WS-CUR-LEN
              MOVE "    NO CHANGE TO THE RECORD IMAGE" TO PRTLINE
              WRITE PRTLINE
           ELSE
              MOVE WS-PAIR-DIFFS TO WS-RPT-NUM1
              MOVE WS-CMP-LEN    TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "    CHANGED BYTES="  DELIMITED BY SIZE
                     WS-RPT-NUM1(14:5)   DELIMITED BY SIZE
                     " OF "              DELIMITED BY SIZE
                     WS-RPT-NUM2(14:5)   DELIMITED BY SIZE
                     " COMPARED"         DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              IF WS-PAIR-LINES > WS-MAX-LINES-PAIR
                 MOVE WS-MAX-LINES-PAIR TO WS-RPT-NUM3
                 MOVE WS-PAIR-LINES     TO WS-RPT-NUM4
                 MOVE SPACES TO PRTLINE
                 STRING "    FIRST "        DELIMITED BY SIZE
                        WS-RPT-NUM3(17:2)   DELIMITED BY SIZE
                        " OF "              DELIMITED BY SIZE
                        WS-RPT-NUM4(14:5)   DELIMITED BY SIZE
                        " CHANGE LINES SHOWN" DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
              END-IF
           END-IF.

      *   Consecutive changed bytes gather into one change line; a
      *   gathered run of 12 goes out and the next byte starts a new
      *   one.
       COMPARE-ONE-BYTE.
           IF WS-PREV-IMAGE(WS-OFF:1) NOT = WS-CUR-IMAGE(WS-OFF:1)
              ADD 1 TO WS-PAIR-DIFFS
              IF WS-RUN-LEN = 0
                 MOVE WS-OFF TO WS-RUN-START
              END-IF
              ADD 1 TO WS-RUN-LEN
              IF WS-RUN-LEN = 12
                 PERFORM FLUSH-CHANGE-RUN
              END-IF
           ELSE
              IF WS-RUN-LEN > 0
                 PERFORM FLUSH-CHANGE-RUN
              END-IF
           END-IF.

       FLUSH-CHANGE-RUN.
           ADD 1 TO WS-PAIR-LINES
           IF WS-PAIR-LINES <= WS-MAX-LINES-PAIR
              PERFORM LOG-CHANGE-RUN
           END-IF
           MOVE 0 TO WS-RUN-LEN.

      *   One change line: the record position, then the bytes as the
      *   earlier image had them and as the later one has them, hex
      *   and print form side by side.
       LOG-CHANGE-RUN.
           MOVE SPACES TO WS-WAS-HEX WS-NOW-HEX WS-WAS-CHR WS-NOW-CHR
           PERFORM HEX-ONE-CHANGED-BYTE
              VARYING WS-RUN-IDX FROM 1 BY 1
              UNTIL WS-RUN-IDX > WS-RUN-LEN
           MOVE WS-RUN-START TO WS-RPT-NUM1
           COMPUTE WS-HEX-POS = 24 + 2 * WS-RUN-LEN
           MOVE SPACES TO PRTLINE
           MOVE "OFFSET="           TO PRTLINE(5:7)
           MOVE WS-RPT-NUM1(14:5)   TO PRTLINE(12:5)
           MOVE "WAS=X'"            TO PRTLINE(18:6)
           MOVE WS-WAS-HEX          TO PRTLINE(24:24)
           MOVE "'"                 TO PRTLINE(WS-HEX-POS:1)
           MOVE "NOW=X'"            TO PRTLINE(50:6)
           MOVE WS-NOW-HEX          TO PRTLINE(56:24)
           COMPUTE WS-HEX-POS = 56 + 2 * WS-RUN-LEN
           MOVE "'"                 TO PRTLINE(WS-HEX-POS:1)
           MOVE "WAS="              TO PRTLINE(82:4)
           MOVE WS-WAS-CHR          TO PRTLINE(86:12)
           MOVE "NOW="              TO PRTLINE(99:4)
           MOVE WS-NOW-CHR          TO PRTLINE(103:12)
           WRITE PRTLINE.

       HEX-ONE-CHANGED-BYTE.
           COMPUTE WS-RUN-POS = WS-RUN-START + WS-RUN-IDX - 1
           COMPUTE WS-HEX-POS = 2 * WS-RUN-IDX - 1
           MOVE WS-PREV-IMAGE(WS-RUN-POS:1) TO WS-HEX-BYTE
           PERFORM BYTE-TO-HEX
           MOVE WS-HEX-OUT TO WS-WAS-HEX(WS-HEX-POS:2)
           MOVE WS-CHR-OUT TO WS-WAS-CHR(WS-RUN-IDX:1)
           MOVE WS-CUR-IMAGE(WS-RUN-POS:1) TO WS-HEX-BYTE
           PERFORM BYTE-TO-HEX
           MOVE WS-HEX-OUT TO WS-NOW-HEX(WS-HEX-POS:2)
           MOVE WS-CHR-OUT TO WS-NOW-CHR(WS-RUN-IDX:1).

      *----------------------------------------------------------------*
      *  PRINT-IMAGE - the image in hand, 32 bytes a line              *
      *----------------------------------------------------------------*
       PRINT-IMAGE.
           PERFORM PRINT-IMAGE-LINE
              VARYING WS-IMG-POS FROM 1 BY 32
              UNTIL WS-IMG-POS > WS-CUR-LEN.

       PRINT-IMAGE-LINE.
           COMPUTE WS-IMG-N = WS-CUR-LEN - WS-IMG-POS + 1
           IF WS-IMG-N > 32
              MOVE 32 TO WS-IMG-N
           END-IF
           MOVE SPACES TO WS-IMG-HEX WS-IMG-CHR
           PERFORM HEX-ONE-IMAGE-BYTE
              VARYING WS-IMG-IDX FROM 1 BY 1
              UNTIL WS-IMG-IDX > WS-IMG-N
           MOVE WS-IMG-POS TO WS-RPT-NUM1
           MOVE SPACES TO PRTLINE
           MOVE WS-RPT-NUM1(14:5) TO PRTLINE(7:5)
           MOVE WS-IMG-HEX        TO PRTLINE(14:64)
           MOVE "*"               TO PRTLINE(80:1)
           MOVE WS-IMG-CHR        TO PRTLINE(81:32)
           MOVE "*"               TO PRTLINE(113:1)
           WRITE PRTLINE.

       HEX-ONE-IMAGE-BYTE.
           COMPUTE WS-RUN-POS = WS-IMG-POS + WS-IMG-IDX - 1
           COMPUTE WS-HEX-POS = 2 * WS-IMG-IDX - 1
           MOVE WS-CUR-IMAGE(WS-RUN-POS:1) TO WS-HEX-BYTE
           PERFORM BYTE-TO-HEX
           MOVE WS-HEX-OUT TO WS-IMG-HEX(WS-HEX-POS:2)
           MOVE WS-CHR-OUT TO WS-IMG-CHR(WS-IMG-IDX:1).

       BYTE-TO-HEX.
           COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-HEX-BYTE) - 1
           DIVIDE WS-BYTE-VAL BY 16
              GIVING WS-NIB-HI REMAINDER WS-NIB-LO
           ADD 1 TO WS-NIB-HI
           ADD 1 TO WS-NIB-LO
           MOVE SPACES TO WS-HEX-OUT
           MOVE WS-HEX-DIGITS(WS-NIB-HI:1) TO WS-HEX-OUT(1:1)
           MOVE WS-HEX-DIGITS(WS-NIB-LO:1) TO WS-HEX-OUT(2:1)
           IF WS-BYTE-VAL < 32 OR WS-BYTE-VAL > 126
              MOVE '.' TO WS-CHR-OUT
           ELSE
              MOVE WS-HEX-BYTE TO WS-CHR-OUT
           END-IF.

      *----------------------------------------------------------------*
      *  PRINT-REPORT - inquiry summary to SYSPRINT                    *
      *----------------------------------------------------------------*
       PRINT-REPORT.
           MOVE SPACES TO PRTLINE
           WRITE PRTLINE
           MOVE WS-KEY-COUNT     TO WS-RPT-NUM1
           MOVE WS-KEYS-FOUND    TO WS-RPT-NUM2
           MOVE WS-KEYS-EMPTY    TO WS-RPT-NUM3
           MOVE WS-EVENTS-LISTED TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "KEYS ASKED="           DELIMITED BY SIZE
                  WS-RPT-NUM1(14:5)       DELIMITED BY SIZE
                  "  WITH EVENTS="        DELIMITED BY SIZE
                  WS-RPT-NUM2(14:5)       DELIMITED BY SIZE
                  "  WITHOUT="            DELIMITED BY SIZE
                  WS-RPT-NUM3(14:5)       DELIMITED BY SIZE
                  "  EVENTS LISTED="      DELIMITED BY SIZE
                  WS-RPT-NUM4(10:9)       DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       TIDY-UP.
           IF WS-JA-OPEN = 'Y'
              CLOSE JAKSDS
           END-IF
           IF WS-MST-ACTIVE = 'Y'
              CLOSE MSTKSDS
           END-IF
           CLOSE PRTFILE
           EXIT.

       END PROGRAM COBJINQ.

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
