      *    ONE-RULE applies, against the same VALIDATE FIELD= cards    *
      *    from the production deck - a record only reaches the clean  *
      *    output by passing the rules that rejected it, never by      *
      *    operator say-so.  A deck grouping its VALIDATE cards under  *
      *    RECTYPE cards re-checks each record against its own type's  *
      *    rules only.  Clean records land on SYSUT2 as bare           *
      *    record images, ready to feed back through COBGENER;        *
      *    records still failing carry to a residual reject dataset    *
      *    on SYSUT5 in the same evidence layout, re-stamped with the  *
      *    rule they still fail.                                       *
      *  - A parse reject (rule zero, type PARSE - a delimited row     *
      *    the copy could not split) holds no fixed layout to repair:  *
      *    it carries to SYSUT5 untouched and is counted on its own.   *
      *  - A repaired/residual accounting prints to SYSPRINT.  Ends    *
      *    RETURN-CODE 4 when any record remains unrepaired, 8 on an   *
      *    open failure, 0 when every reject came clean.               *
      *   Repair accounting.  Every reject read is either repaired
      *   (re-validated clean and written to SYSUT2) or residual
      *   (still failing, carried to SYSUT5); the two always total
      *   the records read.  Parse rejects - delimited rows the copy
      *   could not split into the fixed layout - are residual by
      *   definition and counted again on their own.
       01  WS-READ-COUNT      PIC 9(18) COMP-3 VALUE 0.
       01  WS-REPAIRED-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-RESIDUAL-COUNT  PIC 9(18) COMP-3 VALUE 0.
       01  WS-ACTION-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-PARSE-COUNT     PIC 9(18) COMP-3 VALUE 0.
       01  WS-RES-ACTIVE      PIC X     VALUE 'N'.

      *   REPAIR cards keyed by rule number.  Each entry is one edit
      *   Field-content validation rules, exactly as the copy utility
      *   builds them from the production deck's VALIDATE FIELD=
      *   cards - the same cards are fed here so the repair proves
      *   itself against the same bar.  WS-VAL-RTY is the RECTYPE
      *   group the card was read under, zero for a common rule.
       01  WS-VAL-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-VAL-IDX     PIC 9(3) COMP VALUE 0.
       01  WS-VAL-TABLE.
               10  WS-VAL-LEN       PIC 9(5) COMP.
               10  WS-VAL-TYPE      PIC X.
               10  WS-VAL-FAILS     PIC 9(9) COMP.
               10  WS-VAL-RTY       PIC 9(3) COMP.
       01  WS-VAL-RESULT      PIC X     VALUE 'Y'.
       01  WS-VAL-FAILED-RULE PIC 9(3)  COMP VALUE 0.
       01  WS-VAL-POS     PIC 9(5) COMP VALUE 0.
       01  WS-DATE-DD     PIC 9(2) VALUE 0.
       01  WS-MONTH-DAYS  PIC 9(2) VALUE 0.

      *   Record-type groups (RECTYPE FIELD=(start,len,value)), built
      *   from the production deck the way the copy utility builds
      *   them, so the rule numbers stamped on the rejects line up
      *   with this table.  A reject's type is read off its stamp
      *   when the failing rule belongs to a group - the copy judged
      *   the type before it would fail a group's rule - and only a
      *   failure of a common rule falls back to matching the slice
      *   against the record image, which is where the type code
      *   sits unless the deck's RECORD cards moved it.  No group
      *   matching is OTHER: the common rules only.
       01  WS-RTY-COUNT    PIC 9(3)  COMP VALUE 0.
       01  WS-RTY-IDX      PIC 9(3)  COMP VALUE 0.
       01  WS-CUR-RTY      PIC 9(3)  COMP VALUE 0.
       01  WS-REC-RTY      PIC 9(3)  COMP VALUE 0.
       01  WS-RTY-TABLE.
           05  WS-RTY-ENTRY OCCURS 10 TIMES.
               10  WS-RTY-START    PIC 9(5)  COMP.
               10  WS-RTY-LEN      PIC 9(5)  COMP.
               10  WS-RTY-VALUE    PIC X(20).
               10  WS-RTY-READ     PIC 9(18) COMP-3.
               10  WS-RTY-REPAIRED PIC 9(18) COMP-3.
       01  WS-RTY-OTH-READ     PIC 9(18) COMP-3 VALUE 0.
       01  WS-RTY-OTH-REPAIRED PIC 9(18) COMP-3 VALUE 0.
       01  WS-RTY-DISP     PIC X(20) VALUE SPACES.

      *   The record image under repair and its edit scratch.
       01  WS-WORK-LEN    PIC 9(5)  COMP VALUE 0.
       01  WS-OUTBUF      PIC X(32756).
              PERFORM BUILD-OPEN-ERROR-MSG
           END-IF.

      *   REPAIR and VALIDATE are the cards this program acts on, with
      *   RECTYPE grouping the VALIDATE cards as it does in the copy;
      *   everything else in a reused production deck (MODE=, KEY=,
      *   bookkeeping cards) falls through harmlessly so the deck can
      *   be fed here with only the REPAIR cards added.
                    PERFORM ADD-REPAIR-CARD
                 WHEN WS-W1 = 'VALIDATE'
                    PERFORM ADD-VALIDATE-FIELD
                 WHEN WS-W1 = 'RECTYPE'
                    PERFORM ADD-RECORD-TYPE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                                    TO WS-VAL-LEN(WS-VAL-COUNT)
              MOVE WS-SPEC-3(1:1)   TO WS-VAL-TYPE(WS-VAL-COUNT)
              MOVE 0                TO WS-VAL-FAILS(WS-VAL-COUNT)
              MOVE WS-CUR-RTY       TO WS-VAL-RTY(WS-VAL-COUNT)
           END-IF.

      *   RECTYPE FIELD=(start,len,value) - identical to the copy
      *   utility, which refuses a deck with more than ten; so does
      *   this program, once, at the eleventh card.
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
              MOVE 0 TO WS-RTY-READ(WS-RTY-COUNT)
              MOVE 0 TO WS-RTY-REPAIRED(WS-RTY-COUNT)
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

      *   PRTFILE has to open successfully before anything else does -
              MOVE REJ-DATA(1:WS-WORK-LEN)
                TO WS-OUTBUF(1:WS-WORK-LEN)
           END-IF
           IF REJ-TYPE = 'PARSE'
              ADD 1 TO WS-PARSE-COUNT
              PERFORM WRITE-RESIDUAL-RECORD
           ELSE
              PERFORM REPAIR-REJECT-RECORD
           END-IF.

      *   A parse reject (rule zero, type PARSE) holds the raw
      *   delimited row, not the fixed layout the REPAIR and
      *   VALIDATE cards describe, so it is never classified,
      *   repaired or re-validated: it carries straight to SYSUT5 as
      *   it came, for the feed to be re-sent.
       REPAIR-REJECT-RECORD.
           IF WS-RTY-COUNT > 0
              PERFORM CLASSIFY-REJECT-TYPE
           END-IF
           PERFORM APPLY-MATCHING-REPAIRS
              VARYING WS-RPR-IDX FROM 1 BY 1
              UNTIL WS-RPR-IDX > WS-RPR-COUNT
              PERFORM WRITE-RESIDUAL-RECORD
           END-IF.

      *   Judged before the repairs, on the image as it was rejected.
       CLASSIFY-REJECT-TYPE.
           MOVE 0 TO WS-REC-RTY
           IF WS-REC-RULE > 0 AND WS-REC-RULE NOT > WS-VAL-COUNT
              IF WS-VAL-RTY(WS-REC-RULE) > 0
                 AND WS-VAL-RTY(WS-REC-RULE) NOT > WS-RTY-COUNT
                 MOVE WS-VAL-RTY(WS-REC-RULE) TO WS-REC-RTY
              END-IF
           END-IF
           IF WS-REC-RTY = 0
              PERFORM MATCH-ONE-RECORD-TYPE
                 VARYING WS-RTY-IDX FROM 1 BY 1
                 UNTIL WS-RTY-IDX > WS-RTY-COUNT OR WS-REC-RTY > 0
           END-IF
           IF WS-REC-RTY = 0
              ADD 1 TO WS-RTY-OTH-READ
           ELSE
              ADD 1 TO WS-RTY-READ(WS-REC-RTY)
           END-IF.

       MATCH-ONE-RECORD-TYPE.
           IF WS-RTY-LEN(WS-RTY-IDX) > 0
              AND WS-RTY-START(WS-RTY-IDX) > 0
              AND WS-RTY-START(WS-RTY-IDX) + WS-RTY-LEN(WS-RTY-IDX) - 1
                  NOT > WS-WORK-LEN
              IF WS-OUTBUF(WS-RTY-START(WS-RTY-IDX):
                           WS-RTY-LEN(WS-RTY-IDX))
                 = WS-RTY-VALUE(WS-RTY-IDX)(1:WS-RTY-LEN(WS-RTY-IDX))
                 MOVE WS-RTY-IDX TO WS-REC-RTY
              END-IF
           END-IF.

      *   Every REPAIR card stamped with the record's failing rule
      *   fires, in deck order; a card whose field lies beyond the
      *   record image is left unapplied - re-validation will say so.
           MOVE 'Y' TO WS-VAL-RESULT
           MOVE 0 TO WS-VAL-FAILED-RULE
           IF WS-VAL-COUNT > 0
              PERFORM VALIDATE-IF-TYPE-MATCHES
                 VARYING WS-VAL-IDX FROM 1 BY 1
                 UNTIL WS-VAL-IDX > WS-VAL-COUNT
                    OR WS-VAL-RESULT = 'N'
           END-IF.

       VALIDATE-IF-TYPE-MATCHES.
           IF WS-VAL-RTY(WS-VAL-IDX) = 0
              OR WS-VAL-RTY(WS-VAL-IDX) = WS-REC-RTY
              PERFORM VALIDATE-ONE-RULE
           END-IF.

       VALIDATE-ONE-RULE.
           COMPUTE WS-VAL-END =
              WS-VAL-START(WS-VAL-IDX) + WS-VAL-LEN(WS-VAL-IDX) - 1

       WRITE-CLEAN-RECORD.
           ADD 1 TO WS-REPAIRED-COUNT
           IF WS-RTY-COUNT > 0
              IF WS-REC-RTY = 0
                 ADD 1 TO WS-RTY-OTH-REPAIRED
              ELSE
                 ADD 1 TO WS-RTY-REPAIRED(WS-REC-RTY)
              END-IF
           END-IF
           MOVE WS-OUTBUF(1:WS-WORK-LEN) TO CLNREC
           MOVE WS-WORK-LEN TO OUT-LEN
           WRITE CLNREC
      *   A record that still fails carries forward with its original
      *   input record number and the rule it fails NOW - after the
      *   repairs - so the residual file's evidence reflects what is
      *   actually still wrong with it.  A parse reject keeps its
      *   rule zero and PARSE stamp.
       WRITE-RESIDUAL-RECORD.
           ADD 1 TO WS-RESIDUAL-COUNT
           IF WS-RES-ACTIVE = 'Y'
              MOVE WS-REC-RECNO       TO RES-RECNO
              MOVE WS-VAL-FAILED-RULE TO RES-RULE
              EVALUATE TRUE
                 WHEN REJ-TYPE = 'PARSE'
                    MOVE 0         TO RES-RULE
                    MOVE 'PARSE'   TO RES-TYPE
                 WHEN WS-VAL-TYPE(WS-VAL-FAILED-RULE) = 'N'
                    MOVE 'NUMERIC' TO RES-TYPE
                 WHEN WS-VAL-TYPE(WS-VAL-FAILED-RULE) = 'P'
                    MOVE 'PACKED'  TO RES-TYPE
                 WHEN WS-VAL-TYPE(WS-VAL-FAILED-RULE) = 'D'
                    MOVE 'DATE'    TO RES-TYPE
                 WHEN OTHER
                    MOVE 'FIELD'   TO RES-TYPE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-PARSE-COUNT > 0
              MOVE WS-PARSE-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "PARSE REJECTS CARRIED UNREPAIRED="
                                            DELIMITED BY SIZE
                     WS-RPT-NUM1            DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           PERFORM PRINT-VAL-RULE-LINE
              VARYING WS-VAL-IDX FROM 1 BY 1
              UNTIL WS-VAL-IDX > WS-VAL-COUNT
           IF WS-RTY-COUNT > 0
              PERFORM PRINT-RECTYPE-LINE
                 VARYING WS-RTY-IDX FROM 1 BY 1
                 UNTIL WS-RTY-IDX > WS-RTY-COUNT
              MOVE WS-RTY-OTH-READ     TO WS-RPT-NUM1
              MOVE WS-RTY-OTH-REPAIRED TO WS-RPT-NUM2
              COMPUTE WS-RPT-NUM3 = WS-RTY-OTH-READ
                                  - WS-RTY-OTH-REPAIRED
              MOVE SPACES TO PRTLINE
              STRING "RECTYPE OTHER READ=" DELIMITED BY SIZE
                     WS-RPT-NUM1           DELIMITED BY SIZE
                     "  REPAIRED="         DELIMITED BY SIZE
                     WS-RPT-NUM2           DELIMITED BY SIZE
                     "  RESIDUAL="         DELIMITED BY SIZE
                     WS-RPT-NUM3           DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-RESIDUAL-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
                  WS-RPT-NUM4(10:9) DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           IF WS-RTY-COUNT > 0
              EVALUATE TRUE
                 WHEN WS-VAL-RTY(WS-VAL-IDX) = 0
                    MOVE "ALL" TO WS-RTY-DISP
                 WHEN WS-VAL-RTY(WS-VAL-IDX) > WS-RTY-COUNT
                    MOVE "NONE" TO WS-RTY-DISP
                 WHEN OTHER
                    MOVE WS-RTY-VALUE(WS-VAL-RTY(WS-VAL-IDX))
                      TO WS-RTY-DISP
              END-EVALUATE
              MOVE " RECTYPE=" TO PRTLINE(71:9)
              MOVE WS-RTY-DISP TO PRTLINE(80:20)
           END-IF
           WRITE PRTLINE.

       PRINT-RECTYPE-LINE.
           MOVE WS-RTY-IDX                  TO WS-RPT-NUM4
           MOVE WS-RTY-READ(WS-RTY-IDX)     TO WS-RPT-NUM1
           MOVE WS-RTY-REPAIRED(WS-RTY-IDX) TO WS-RPT-NUM2
           COMPUTE WS-RPT-NUM3 = WS-RTY-READ(WS-RTY-IDX)
                               - WS-RTY-REPAIRED(WS-RTY-IDX)
           MOVE SPACES TO PRTLINE
           STRING "RECTYPE "                DELIMITED BY SIZE
                  WS-RPT-NUM4(17:2)         DELIMITED BY SIZE
                  " VALUE="                 DELIMITED BY SIZE
                  WS-RTY-VALUE(WS-RTY-IDX)  DELIMITED BY "  "
                  " READ="                  DELIMITED BY SIZE
                  WS-RPT-NUM1               DELIMITED BY SIZE
                  "  REPAIRED="             DELIMITED BY SIZE
                  WS-RPT-NUM2               DELIMITED BY SIZE
                  "  RESIDUAL="             DELIMITED BY SIZE
                  WS-RPT-NUM3               DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       TIDY-UP.
