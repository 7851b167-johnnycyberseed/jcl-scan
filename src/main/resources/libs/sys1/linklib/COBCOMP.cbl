      *  - Reads the original SYSUT1 and the produced SYSUT2 side by   *
      *    side and re-derives what each output record should hold     *
      *    from the same control cards the copy ran with: the RECORD   *
      *    FIELD= reformat table (grouped by RECTYPE card on a mixed-  *
      *    type feed), INCLUDE/OMIT selection, TRANSLATE= and          *
      *    MAXLEN=/TRUNC=.  A plain-copy deck can be fed here          *
      *    unchanged; a deck whose cards reorder or drop records in    *
      *    ways a sequential side-by-side compare cannot model -       *
      *    MODE=, VALIDATE, DEDUPE=, INPUT stacking, INORG=,           *
      *    ORG=INDEXED, DELIMIT/COLUMN, SAMPLE or MASK - is refused up *
      *    front with RETURN-CODE 8 rather than compared into false    *
      *    differences.  Harmless bookkeeping cards (CHECKPOINT=,      *
      *    EXPECT=, AUDIT options and the like) are ignored.           *
      *  - Every position where SYSUT2 does not correspond to SYSUT1   *
      *    is reported to SYSPRINT with the record number, the byte    *
      *    offset and both values; missing and surplus output records  *
       01  WS-MISS-LOGGED     PIC 9(5)  COMP VALUE 0.

      *   Record-reformatting table built from SYSIN RECORD FIELD=
      *   control cards, exactly as the copy step builds it - each
      *   card tagged with the RECTYPE group it was read under, zero
      *   for the common cards ahead of the first RECTYPE card.
       01  WS-CTL-COUNT  PIC 9(3) COMP VALUE 0.
       01  WS-CTL-IDX    PIC 9(3) COMP VALUE 0.
       01  WS-CTL-HITS   PIC 9(3) COMP VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 20 TIMES.
               10  WS-CTL-LEN    PIC 9(5) COMP.
               10  WS-CTL-START  PIC 9(5) COMP.
               10  WS-CTL-TARGET PIC 9(5) COMP.
               10  WS-CTL-RTY    PIC 9(3) COMP.

      *   Record-type groups (RECTYPE FIELD=(start,len,value)), judged
      *   against SYSUT1 the way the copy step judges them: first
      *   matching card wins, no match (or a record too short for the
      *   slice) is OTHER and gets the common cards only.  Compares
      *   and differing records are counted per type, so a bad layout
      *   for one record type shows up as that type's line.
       01  WS-RTY-COUNT    PIC 9(3)  COMP VALUE 0.
       01  WS-RTY-IDX      PIC 9(3)  COMP VALUE 0.
       01  WS-CUR-RTY      PIC 9(3)  COMP VALUE 0.
       01  WS-REC-RTY      PIC 9(3)  COMP VALUE 0.
       01  WS-RTY-TABLE.
           05  WS-RTY-ENTRY OCCURS 10 TIMES.
               10  WS-RTY-START    PIC 9(5)  COMP.
               10  WS-RTY-LEN      PIC 9(5)  COMP.
               10  WS-RTY-VALUE    PIC X(20).
               10  WS-RTY-COMPARED PIC 9(18) COMP-3.
               10  WS-RTY-DIFFS    PIC 9(18) COMP-3.
       01  WS-RTY-OTH-COMPARED PIC 9(18) COMP-3 VALUE 0.
       01  WS-RTY-OTH-DIFFS    PIC 9(18) COMP-3 VALUE 0.

       01  WS-WORK-LEN    PIC 9(5)  COMP VALUE 0.
       01  WS-FIELD-END   PIC 9(5)  COMP VALUE 0.
                    PERFORM ADD-REFORMAT-FIELD
                 WHEN WS-W1 = 'INCLUDE' OR WS-W1 = 'OMIT'
                    PERFORM SET-PRIMARY-SELECT
                 WHEN WS-W1 = 'RECTYPE'
                    PERFORM ADD-RECORD-TYPE
                 WHEN WS-W1(1:7)  = 'MAXLEN='
                    PERFORM SET-MAXLEN-PARM
                 WHEN WS-W1(1:6)  = 'TRUNC='
                    PERFORM NOTE-UNSUPPORTED-CARD
                 WHEN WS-W1 = 'LOOKUP'
                    PERFORM NOTE-UNSUPPORTED-CARD
                 WHEN WS-W1 = 'DELIMIT'
                    PERFORM NOTE-UNSUPPORTED-CARD
                 WHEN WS-W1 = 'COLUMN'
                    PERFORM NOTE-UNSUPPORTED-CARD
                 WHEN WS-W1 = 'SAMPLE'
                    PERFORM NOTE-UNSUPPORTED-CARD
                 WHEN WS-W1 = 'MASK'
                    PERFORM NOTE-UNSUPPORTED-CARD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                 MOVE WS-CTL-START(WS-CTL-COUNT)
                                       TO WS-CTL-TARGET(WS-CTL-COUNT)
              END-IF
              MOVE WS-CUR-RTY TO WS-CTL-RTY(WS-CTL-COUNT)
           END-IF.

      *   RECTYPE FIELD=(start,len,value) - the copy step's card,
      *   parsed the same way.  The copy step refuses a deck with
      *   more than ten, and so does the compare, once, at the
      *   eleventh card.
       ADD-RECORD-TYPE.
           MOVE WS-W2 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           IF WS-RTY-COUNT < 10
              ADD 1 TO WS-RTY-COUNT
              MOVE WS-RTY-COUNT TO WS-CUR-RTY
              MOVE FUNCTION NUMVAL(WS-SPEC-1)
                                    TO WS-RTY-START(WS-RTY-COUNT)
              MOVE FUNCTION NUMVAL(WS-SPEC-2)
                                    TO WS-RTY-LEN(WS-RTY-COUNT)
              IF WS-RTY-LEN(WS-RTY-COUNT) > 20
                 MOVE 20 TO WS-RTY-LEN(WS-RTY-COUNT)
              END-IF
              MOVE WS-SPEC-3        TO WS-RTY-VALUE(WS-RTY-COUNT)
              IF WS-RTY-LEN(WS-RTY-COUNT) > 0
                 AND WS-RTY-LEN(WS-RTY-COUNT) < 20
                 MOVE SPACES TO WS-RTY-VALUE(WS-RTY-COUNT)
                                (WS-RTY-LEN(WS-RTY-COUNT) + 1:)
              END-IF
              MOVE 0 TO WS-RTY-COMPARED(WS-RTY-COUNT)
              MOVE 0 TO WS-RTY-DIFFS(WS-RTY-COUNT)
           ELSE
              IF WS-CUR-RTY NOT = 999
                 MOVE "MORE THAN 10 RECTYPE CARDS ARE NOT ALLOWED"
                   TO PRTLINE
                 WRITE PRTLINE
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
                 MOVE 'N' TO WS-INIT-OK
              END-IF
              MOVE 999 TO WS-CUR-RTY
           END-IF.

       SET-PRIMARY-SELECT.

       PROCESS-INPUT-RECORD.
           ADD 1 TO WS-COUNT1
           MOVE 0 TO WS-REC-RTY
           IF WS-RTY-COUNT > 0
              PERFORM MATCH-ONE-RECORD-TYPE
                 VARYING WS-RTY-IDX FROM 1 BY 1
                 UNTIL WS-RTY-IDX > WS-RTY-COUNT OR WS-REC-RTY > 0
           END-IF
           PERFORM CHECK-PRIMARY-SELECT
           IF WS-SEL-RESULT = 'Y'
              PERFORM BUILD-EXPECTED-RECORD
              END-IF
           END-IF.

       MATCH-ONE-RECORD-TYPE.
           IF WS-RTY-LEN(WS-RTY-IDX) > 0
              AND WS-RTY-START(WS-RTY-IDX) > 0
              AND WS-RTY-START(WS-RTY-IDX) + WS-RTY-LEN(WS-RTY-IDX) - 1
                  NOT > IN-LEN
              IF INREC(WS-RTY-START(WS-RTY-IDX):WS-RTY-LEN(WS-RTY-IDX))
                 = WS-RTY-VALUE(WS-RTY-IDX)(1:WS-RTY-LEN(WS-RTY-IDX))
                 MOVE WS-RTY-IDX TO WS-REC-RTY
              END-IF
           END-IF.

       CHECK-PRIMARY-SELECT.
           EVALUATE WS-SEL-TYPE
              WHEN 'I'
           END-IF
           PERFORM APPLY-TRANSLATE.

      *   A record no card applies to - common or of its own RECTYPE
      *   group - was copied straight, and is expected that way.
       APPLY-REFORMAT.
           MOVE 0 TO WS-CTL-HITS
           IF WS-CTL-COUNT > 0
              MOVE 0 TO WS-WORK-LEN
              MOVE SPACES TO WS-OUTBUF
              PERFORM REFORMAT-IF-TYPE-MATCHES
                 VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
           END-IF
           IF WS-CTL-HITS = 0
              MOVE SPACES TO WS-OUTBUF
              MOVE INREC(1:IN-LEN) TO WS-OUTBUF(1:IN-LEN)
              MOVE IN-LEN TO WS-WORK-LEN
           END-IF.

       REFORMAT-IF-TYPE-MATCHES.
           IF WS-CTL-RTY(WS-CTL-IDX) = 0
              OR WS-CTL-RTY(WS-CTL-IDX) = WS-REC-RTY
              ADD 1 TO WS-CTL-HITS
              PERFORM REFORMAT-ONE-FIELD
           END-IF.

       REFORMAT-ONE-FIELD.
              ADD 1 TO WS-DIFF-REC-COUNT
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           END-IF
           IF WS-RTY-COUNT > 0
              PERFORM COUNT-TYPE-COMPARE
           END-IF.

       COUNT-TYPE-COMPARE.
           IF WS-REC-RTY = 0
              ADD 1 TO WS-RTY-OTH-COMPARED
              IF WS-REC-DIFFS > 0
                 ADD 1 TO WS-RTY-OTH-DIFFS
              END-IF
           ELSE
              ADD 1 TO WS-RTY-COMPARED(WS-REC-RTY)
              IF WS-REC-DIFFS > 0
                 ADD 1 TO WS-RTY-DIFFS(WS-REC-RTY)
              END-IF
           END-IF.

       LOG-LENGTH-DIFF.
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-RTY-COUNT > 0
              PERFORM PRINT-RECTYPE-LINE
                 VARYING WS-RTY-IDX FROM 1 BY 1
                 UNTIL WS-RTY-IDX > WS-RTY-COUNT
              MOVE WS-RTY-OTH-COMPARED TO WS-RPT-NUM1
              MOVE WS-RTY-OTH-DIFFS    TO WS-RPT-NUM2
              MOVE SPACES TO PRTLINE
              STRING "RECTYPE OTHER COMPARED=" DELIMITED BY SIZE
                     WS-RPT-NUM1               DELIMITED BY SIZE
                     "  WITH DIFFS="           DELIMITED BY SIZE
                     WS-RPT-NUM2               DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-FINAL-RC = 0
              MOVE "SYSUT2 CORRESPONDS TO SYSUT1" TO PRTLINE
              WRITE PRTLINE
           END-IF.

       PRINT-RECTYPE-LINE.
           MOVE WS-RTY-IDX                  TO WS-RPT-NUM3
           MOVE WS-RTY-COMPARED(WS-RTY-IDX) TO WS-RPT-NUM1
           MOVE WS-RTY-DIFFS(WS-RTY-IDX)    TO WS-RPT-NUM2
           MOVE SPACES TO PRTLINE
           STRING "RECTYPE "                DELIMITED BY SIZE
                  WS-RPT-NUM3(17:2)         DELIMITED BY SIZE
                  " VALUE="                 DELIMITED BY SIZE
                  WS-RTY-VALUE(WS-RTY-IDX)  DELIMITED BY "  "
                  " COMPARED="              DELIMITED BY SIZE
                  WS-RPT-NUM1               DELIMITED BY SIZE
                  "  WITH DIFFS="           DELIMITED BY SIZE
                  WS-RPT-NUM2               DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       TIDY-UP.
           CLOSE CMPIN CMPOUT PRTFILE
           EXIT.
