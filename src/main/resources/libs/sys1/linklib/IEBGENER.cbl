      *   along, so a resumed run recognizes a resend of the last
      *   keeper, breaks its subtotals on the right key boundary and
      *   still owes the output nothing it has already counted.  The
      *   exceptions: the per-input READ/OMITTED/WRITTEN lines
      *   and the per-RECTYPE READ/WRITTEN/REJECTED lines restart at
      *   zero and cover the resumed portion only.
       FD  CKPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 33669 CHARACTERS.
           05  CKPT-EDIT-BAD-COUNT PIC 9(9).
           05  CKPT-LKP-MATCHED    PIC 9(18).
           05  CKPT-LKP-UNMATCHED  PIC 9(18).
           05  CKPT-HELD-RTY       PIC 9(2).
           05  CKPT-DLM-BAD-ROWS   PIC 9(9).
           05  FILLER              PIC X(7).

      *   Run-history audit dataset, one record appended per
      *   execution: the run stamp, the control options in effect,
      *   'R' refused for contention, 'N' no lock in effect (and
      *   space on records written before locking existed).
           05  AUD-LCK        PIC X.
      *   Keys added to and deleted from the master cluster, carved
      *   from the same filler for the roll-forward balance - spaces
      *   on records written before they existed, so readers test
      *   them NUMERIC first.  A copy run never deletes; COBMAINT
      *   writes both.
           05  AUD-ADDED      PIC 9(12).
           05  AUD-DELETED    PIC 9(12).
           05  FILLER         PIC X(6).

      *   MODE=UPDATE journal, one record per key the run touches:
      *   'B' carries the complete before-image (key plus data
      *   portion) of every record the run REWRITEs, 'A' just the key
      *   of every record the run WRITEs - each stamped with the same
      *   CDYMD/CHTIME run stamp the audit record carries.  COBMAINT
      *   journals in the same layout and adds 'D', the before-image
      *   of a record it deleted.  COBBKOUT reads this file back to
      *   reverse a run, so the layout here and the ones there must
      *   stay in step.
       FD  JRNFILE
           RECORDING MODE IS V
           RECORD VARYING FROM 79 TO 32835 DEPENDING ON JRN-LEN.
      *   order the KSDS load will demand - together with the book-
      *   keeping the output side needs to finish disposing of the
      *   record once the original input record is gone: its read
      *   position for violation messages, and the selection verdicts
      *   and RECTYPE group, which were taken against INREC and can't
      *   be re-derived.
       SD  SORTFILE
           RECORD VARYING FROM 91 TO 32846 DEPENDING ON WS-SRT-LEN.
       01  SRTREC.
           05  SRT-KEY       PIC X(60).
           05  SRT-RECNO     PIC 9(18).
           05  SRT-SELP      PIC X.
           05  SRT-SEL3      PIC X.
           05  SRT-SEL4      PIC X.
           05  SRT-RTY       PIC 9(2).
           05  SRT-LEN       PIC 9(5).
           05  SRT-DATA      PIC X(32756).

      *   fill; CENT widens a YYMMDD date to CCYYMMDD by century
      *   window.  RECORD LITERAL=(target,value) plants a literal
      *   with no source field at all.  Only the action's first two
      *   letters decide.  WS-CTL-RTY is the RECTYPE group the card
      *   was read under (zero for every record); WS-CTL-HITS counts
      *   the cards that applied to the record in hand, so a record
      *   type with no RECORD cards of its own still copies straight.
       01  WS-CTL-COUNT  PIC 9(3) COMP VALUE 0.
       01  WS-CTL-IDX    PIC 9(3) COMP VALUE 0.
       01  WS-CTL-HITS   PIC 9(3) COMP VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 20 TIMES.
               10  WS-CTL-LEN    PIC 9(5) COMP.
               10  WS-CTL-TARGET PIC 9(5) COMP.
               10  WS-CTL-ACTION PIC X(2).
               10  WS-CTL-VALUE  PIC X(20).
               10  WS-CTL-RTY    PIC 9(3) COMP.

      *   Record-type grouping (RECTYPE FIELD=(start,len,value)).  A
      *   mixed feed - '10' account and '20' transaction records
      *   told apart by a code in column 1, say - declares each type
      *   with a RECTYPE card, and every RECORD, VALIDATE, SUM and
      *   MASK card after it belongs to that type alone until the next
      *   RECTYPE card.  Cards ahead of the first RECTYPE card are
      *   common to every record, which is exactly how a deck with no
      *   RECTYPE cards has always behaved.  The type is judged once
      *   per record against INREC, before any reformat, on the first
      *   card whose slice matches; a record matching none (or too
      *   short for the slice) is OTHER and gets the common cards
      *   only.  WS-REC-RTY travels with the record through the sort
      *   and the DEDUPE=LAST hold the way WS-REC-INPUT does.  Reads,
      *   primary-output writes and VALIDATE rejects are counted per
      *   type for the report.  A card past the tenth RECTYPE lands
      *   in group 999, which no record can match, so such a deck -
      *   like a RECTYPE card with no start or length - is refused.
       01  WS-RTY-COUNT    PIC 9(3)  COMP VALUE 0.
       01  WS-RTY-IDX      PIC 9(3)  COMP VALUE 0.
       01  WS-CUR-RTY      PIC 9(3)  COMP VALUE 0.
       01  WS-REC-RTY      PIC 9(3)  COMP VALUE 0.
       01  WS-RTY-OVER-SW  PIC X     VALUE 'N'.
       01  WS-RTY-BAD-SW   PIC X     VALUE 'N'.
       01  WS-RTY-TABLE.
           05  WS-RTY-ENTRY OCCURS 10 TIMES.
               10  WS-RTY-START    PIC 9(5)  COMP.
               10  WS-RTY-LEN      PIC 9(5)  COMP.
               10  WS-RTY-VALUE    PIC X(20).
               10  WS-RTY-READ     PIC 9(18) COMP-3.
               10  WS-RTY-WRITTEN  PIC 9(18) COMP-3.
               10  WS-RTY-REJECTED PIC 9(18) COMP-3.
       01  WS-RTY-OTH-READ     PIC 9(18) COMP-3 VALUE 0.
       01  WS-RTY-OTH-WRITTEN  PIC 9(18) COMP-3 VALUE 0.
       01  WS-RTY-OTH-REJECTED PIC 9(18) COMP-3 VALUE 0.
       01  WS-RTY-DISP     PIC X(20) VALUE SPACES.

      *   Edit-action scratch.  WS-EDIT-BAD-COUNT is fields a record
      *   carried malformed - an unpackable amount, a non-numeric
       01  WS-CHK-SCAN    PIC 9(3) COMP VALUE 0.
       01  WS-CHK-STOP    PIC X    VALUE 'N'.
       01  WS-KW-IDX      PIC 9(3) COMP VALUE 0.
       01  WS-KW-COUNT    PIC 9(3) COMP VALUE 34.
       01  WS-KW-TABLE-DATA.
           05  FILLER PIC X(12) VALUE 'RECORD'.
           05  FILLER PIC X(12) VALUE 'INCLUDE'.
           05  FILLER PIC X(12) VALUE 'DEDUPE'.
           05  FILLER PIC X(12) VALUE 'TRANSLATE'.
           05  FILLER PIC X(12) VALUE 'LOCKOVR'.
           05  FILLER PIC X(12) VALUE 'RECTYPE'.
           05  FILLER PIC X(12) VALUE 'DELIMIT'.
           05  FILLER PIC X(12) VALUE 'COLUMN'.
           05  FILLER PIC X(12) VALUE 'SAMPLE'.
           05  FILLER PIC X(12) VALUE 'MASK'.
       01  WS-KW-TABLE REDEFINES WS-KW-TABLE-DATA.
           05  WS-KW-NAME PIC X(12) OCCURS 34 TIMES.
       01  WS-ADDED-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-REPLACED-COUNT PIC 9(18) COMP-3 VALUE 0.

               10  WS-VAL-LEN       PIC 9(5) COMP.
               10  WS-VAL-TYPE      PIC X.
               10  WS-VAL-FAILS     PIC 9(9) COMP.
               10  WS-VAL-RTY       PIC 9(3) COMP.
       01  WS-VAL-RESULT      PIC X     VALUE 'Y'.
       01  WS-VAL-FAILED-RULE PIC 9(3)  COMP VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(18) COMP-3 VALUE 0.
       01  WS-HELD-LEN       PIC 9(5)  COMP VALUE 0.
       01  WS-HELD-RECNO     PIC 9(18) COMP-3 VALUE 0.
       01  WS-HELD-INPUT     PIC 9(3)  COMP VALUE 1.
       01  WS-HELD-RTY       PIC 9(3)  COMP VALUE 0.
       01  WS-SWAP-BUF       PIC X(32756).
       01  WS-SWAP-LEN       PIC 9(5)  COMP VALUE 0.
       01  WS-SWAP-RECNO     PIC 9(18) COMP-3 VALUE 0.
       01  WS-SWAP-INPUT     PIC 9(3)  COMP VALUE 1.
       01  WS-SWAP-RTY       PIC 9(3)  COMP VALUE 0.

      *   Amount totals (SUM FIELD=(start,len,PACKED|ZONED)).  Each
      *   field is accumulated over the records written to SYSUT2 -
               10  WS-SUM-TYPE   PIC X.
               10  WS-SUM-TOTAL  PIC S9(18) COMP-3.
               10  WS-SUM-SUB    PIC S9(18) COMP-3.
               10  WS-SUM-RTY    PIC 9(3) COMP.
       01  WS-SUM-VALUE     PIC S9(18) COMP-3 VALUE 0.
       01  WS-SUM-NEG       PIC X     VALUE 'N'.
       01  WS-SUM-OK        PIC X     VALUE 'Y'.
       01  WS-LKP-END        PIC 9(5)  COMP VALUE 0.
       01  WS-LKP-N          PIC 9(5)  COMP VALUE 0.

      *   Delimited text, both directions (DELIMIT OUT=|IN=COMMA|PIPE
      *   [HEADING], COLUMN FIELD=(start,len,type,scale) NAME=name).
      *   The COLUMN cards, in card order, are the fixed-layout fields
      *   one delimited row carries: type C is text, N unsigned
      *   display digits, Z display digits with a separate trailing
      *   sign (the UNPK convention), P packed; scale is the count of
      *   implied decimal places.  DELIMIT OUT= writes each SYSUT2
      *   record as the named fields - text trimmed of trailing
      *   spaces and quoted (quotes doubled) only when it holds the
      *   delimiter or a quote, amounts as signed decimals with the
      *   point put back - behind an optional heading row of column
      *   names.  SYSUT3/SYSUT4 stay fixed-layout extracts.  DELIMIT
      *   IN= parses every inbound row into the fixed layout before
      *   anything else sees it, so RECTYPE, RECORD, VALIDATE,
      *   INCLUDE/OMIT and the KSDS load work on the layout they
      *   always have; HEADING skips the first row of each input.  A
      *   row that will not parse - an unclosed quote, the wrong
      *   number of fields, text wider than its column, an amount
      *   that is not a number or will not fit - goes to SYSUT5 as
      *   read, with a PARSE reason, and is counted.  Column cards
      *   are common to every RECTYPE group.
       01  WS-DLM-OUT-SW     PIC X     VALUE 'N'.
       01  WS-DLM-IN-SW      PIC X     VALUE 'N'.
       01  WS-DLM-OUT-CHAR   PIC X     VALUE ','.
       01  WS-DLM-IN-CHAR    PIC X     VALUE ','.
       01  WS-DLM-OUT-HEAD   PIC X     VALUE 'N'.
       01  WS-DLM-IN-HEAD    PIC X     VALUE 'N'.
       01  WS-DLM-HEAD-PEND  PIC X     VALUE 'N'.
       01  WS-DLM-BAD-SW     PIC X     VALUE 'N'.
       01  WS-DLM-CHAR-WORK  PIC X     VALUE SPACE.
       01  WS-COL-COUNT      PIC 9(3)  COMP VALUE 0.
       01  WS-COL-IDX        PIC 9(3)  COMP VALUE 0.
       01  WS-COL-OVER-SW    PIC X     VALUE 'N'.
       01  WS-COL-BAD-SW     PIC X     VALUE 'N'.
       01  WS-COL-MAX-END    PIC 9(5)  COMP VALUE 0.
       01  WS-COL-TABLE.
           05  WS-COL-ENTRY OCCURS 50 TIMES.
               10  WS-COL-START  PIC 9(5) COMP.
               10  WS-COL-LEN    PIC 9(5) COMP.
               10  WS-COL-TYPE   PIC X.
               10  WS-COL-SCALE  PIC 9(3) COMP.
               10  WS-COL-DIGITS PIC 9(3) COMP.
               10  WS-COL-NAME   PIC X(15).
       01  WS-COL-NUM-DISP   PIC 9(2)  VALUE 0.
       01  WS-COL-FIELD      PIC X(20) VALUE SPACES.
       01  WS-COL-WLEN       PIC 9(5)  COMP VALUE 0.
       01  WS-COL-POS        PIC 9(5)  COMP VALUE 0.
       01  WS-COL-END        PIC 9(5)  COMP VALUE 0.
       01  WS-COL-FLD-END    PIC 9(5)  COMP VALUE 0.
       01  WS-COL-FIRST      PIC 9(5)  COMP VALUE 0.
       01  WS-COL-INTLEN     PIC 9(5)  COMP VALUE 0.
       01  WS-COL-VALUE      PIC S9(18) COMP-3 VALUE 0.
       01  WS-COL-ABS        PIC 9(18) VALUE 0.
       01  WS-COL-OK         PIC X     VALUE 'Y'.
       01  WS-COL-NEG        PIC X     VALUE 'N'.
       01  WS-DLM-LINE       PIC X(32756).
       01  WS-DLM-LEN        PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-FULL       PIC X     VALUE 'N'.
       01  WS-DLM-FLD        PIC X(32756).
       01  WS-DLM-FLEN       PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-QCNT       PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-CH         PIC X     VALUE SPACE.
       01  WS-DLM-POS        PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-RLEN       PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-STATE      PIC X     VALUE 'S'.
       01  WS-DLM-FNO        PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-ROW-OK     PIC X     VALUE 'Y'.
       01  WS-DLM-IMAGE      PIC X(32756).
       01  WS-DLM-NSTATE     PIC X     VALUE 'L'.
       01  WS-DLM-NDIGS      PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-ICNT       PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-FCNT       PIC 9(5)  COMP VALUE 0.
       01  WS-DLM-INT        PIC X(18) VALUE SPACES.
       01  WS-DLM-FRAC       PIC X(18) VALUE SPACES.
       01  WS-DLM-BAD-ROWS   PIC 9(9)  COMP VALUE 0.

      *   Test-bed extracts.  SAMPLE EVERY=n keeps records 1, n+1,
      *   2n+1 ...; SAMPLE COUNT=n keeps n records spread evenly
      *   through the input, counted by a pass over the input ahead
      *   of the copy; SAMPLE FIRST=n PREFIX=len keeps the first n
      *   records of each distinct leading len bytes of the KEY=
      *   slice (the front of the record without one).  The sample
      *   is drawn from the reformatted record before INCLUDE/OMIT
      *   and the OUTPUT SYSUT3/SYSUT4 selections judge it, so those
      *   still apply to whatever the sample keeps; a record the
      *   sample passes over is counted and goes nowhere.  A prefix
      *   arriving after the table is full is passed over and counted
      *   apart, so the report shows the sample ran short.
       01  WS-SMP-MODE       PIC X     VALUE ' '.
       01  WS-SMP-N          PIC 9(9)  COMP VALUE 0.
       01  WS-SMP-PFX-LEN    PIC 9(3)  COMP VALUE 0.
       01  WS-SMP-BAD-SW     PIC X     VALUE 'N'.
       01  WS-SMP-KEEP       PIC X     VALUE 'Y'.
       01  WS-SMP-TOTAL      PIC 9(18) COMP-3 VALUE 0.
       01  WS-SMP-DROPPED    PIC 9(18) COMP-3 VALUE 0.
       01  WS-SMP-OVERFLOW   PIC 9(18) COMP-3 VALUE 0.
       01  WS-SMP-Q1         PIC 9(18) COMP-3 VALUE 0.
       01  WS-SMP-Q2         PIC 9(18) COMP-3 VALUE 0.
       01  WS-SMP-PFX-COUNT  PIC 9(5)  COMP VALUE 0.
       01  WS-SMP-PFX-IDX    PIC 9(5)  COMP VALUE 0.
       01  WS-SMP-PFX-HIT    PIC 9(5)  COMP VALUE 0.
       01  WS-SMP-PFX-MAX    PIC 9(5)  COMP VALUE 500.
       01  WS-SMP-PFX-TABLE.
           05  WS-SMP-PFX-ENTRY OCCURS 500 TIMES.
               10  WS-SMP-PFX-VALUE PIC X(60).
               10  WS-SMP-PFX-SEEN  PIC 9(9) COMP.

      *   Masking (MASK FIELD=(start,len,NAME|ACCOUNT|DATE), MASK
      *   SEED=n).  Positions are on the output layout - after the
      *   reformat and any LOOKUP appends - and the masked image is
      *   what every output, SYSUT5 and SYSUT6 included, receives.
      *   NAME and ACCOUNT share one substitution: each letter stays
      *   a letter of the same case and each digit a digit, spaces
      *   and punctuation stay put, and the replacement at every
      *   position is driven by the seed and the bytes before it.
      *   The same value under the same seed therefore always masks
      *   to the same substitute, and two different values never
      *   mask to one, so a key masked in the master, the delta and
      *   the reference cluster still matches across all three when
      *   each extract runs with the same SEED= card.  DATE takes a
      *   CCYYMMDD or CCYY-MM-DD field (any separator) and moves a
      *   real calendar day by up to a year either way, the distance
      *   set by the seed and the date itself; zeros, nines and
      *   spaces are kept as the null dates they are, and anything
      *   else in a DATE field has its digits substituted like an
      *   account number.  The seed is never printed.  A field the
      *   record is too short to carry is masked as far as it goes.
      *   A DELIMIT IN= row that will not parse has no layout to
      *   mask and would reach SYSUT5 as read, so a masked run will
      *   not take DELIMIT IN= at all.
       01  WS-MSK-SEED       PIC 9(9)  COMP VALUE 0.
       01  WS-MSK-SEED-SW    PIC X     VALUE 'N'.
       01  WS-MSK-BAD-SW     PIC X     VALUE 'N'.
       01  WS-MSK-OVER-SW    PIC X     VALUE 'N'.
       01  WS-MSK-COUNT      PIC 9(3)  COMP VALUE 0.
       01  WS-MSK-IDX        PIC 9(3)  COMP VALUE 0.
       01  WS-MSK-TABLE.
           05  WS-MSK-ENTRY OCCURS 20 TIMES.
               10  WS-MSK-START  PIC 9(5) COMP.
               10  WS-MSK-LEN    PIC 9(5) COMP.
               10  WS-MSK-TYPE   PIC X.
               10  WS-MSK-RTY    PIC 9(3) COMP.
               10  WS-MSK-DONE   PIC 9(18) COMP-3.
               10  WS-MSK-NULLS  PIC 9(18) COMP-3.
               10  WS-MSK-SCRAM  PIC 9(18) COMP-3.
               10  WS-MSK-SHORT  PIC 9(18) COMP-3.
       01  WS-MSK-STATE      PIC 9(9)  COMP VALUE 0.
       01  WS-MSK-POS        PIC 9(5)  COMP VALUE 0.
       01  WS-MSK-END        PIC 9(5)  COMP VALUE 0.
       01  WS-MSK-OFS        PIC 9(5)  COMP VALUE 0.
       01  WS-MSK-AT         PIC 9(3)  COMP VALUE 0.
       01  WS-MSK-CH         PIC X     VALUE SPACE.
       01  WS-MSK-UPPER      PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-MSK-LOWER      PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-MSK-DIGITS     PIC X(10) VALUE '0123456789'.
       01  WS-MSK-DATE-X     PIC X(8)  VALUE SPACES.
       01  WS-MSK-DATE-N REDEFINES WS-MSK-DATE-X PIC 9(8).
       01  WS-MSK-DAYNO      PIC S9(9) COMP VALUE 0.
       01  WS-MSK-SHIFT      PIC S9(9) COMP VALUE 0.
       01  WS-MSK-HI-DAY     PIC S9(9) COMP VALUE 0.
       01  WS-MSK-TYPE-DISP  PIC X(7)  VALUE SPACES.
      *   The key slice's first and last bytes, for the check that no
      *   MASK field reaches into a key the sort or DEDUPE= orders on.
       01  WS-MSK-KEY-LO     PIC 9(5)  COMP VALUE 0.
       01  WS-MSK-KEY-HI     PIC 9(5)  COMP VALUE 0.
       01  WS-MSK-KEY-HIT    PIC X     VALUE 'N'.

      *   Run stamp captured once, ahead of the lock, in the same
      *   CDYMD/CHTIME formats the audit record carries, so every
      *   artifact the run writes - the lock record, the framing
                    PERFORM ADD-VALIDATE-FIELD
                 WHEN WS-W1 = 'SUM'
                    PERFORM ADD-SUM-FIELD
                 WHEN WS-W1 = 'RECTYPE'
                    PERFORM ADD-RECORD-TYPE
                 WHEN WS-W1 = 'INPUT'
                    PERFORM ADD-INPUT-DD
                 WHEN WS-W1 = 'DELIMIT'
                    PERFORM SET-DELIMIT-PARM
                 WHEN WS-W1 = 'COLUMN'
                    PERFORM ADD-COLUMN-FIELD
                 WHEN WS-W1 = 'SAMPLE'
                    PERFORM SET-SAMPLE-PARM
                 WHEN WS-W1 = 'MASK'
                    PERFORM ADD-MASK-FIELD
                 WHEN WS-W1(1:4)  = 'KEY='
                    PERFORM SET-KEY-PARM
                 WHEN WS-W1(1:6)  = 'INORG='
                                       TO WS-CTL-START(WS-CTL-COUNT)
                 MOVE WS-SPEC-3(1:2)   TO WS-CTL-ACTION(WS-CTL-COUNT)
                 MOVE SPACES           TO WS-CTL-VALUE(WS-CTL-COUNT)
                 MOVE WS-CUR-RTY       TO WS-CTL-RTY(WS-CTL-COUNT)
                 IF WS-CTL-ACTION(WS-CTL-COUNT) = 'UN'
                    AND WS-CTL-LEN(WS-CTL-COUNT) > 9
                    MOVE 9 TO WS-CTL-LEN(WS-CTL-COUNT)
              MOVE 0                TO WS-CTL-START(WS-CTL-COUNT)
              MOVE 'LI'             TO WS-CTL-ACTION(WS-CTL-COUNT)
              MOVE WS-SPEC-2        TO WS-CTL-VALUE(WS-CTL-COUNT)
              MOVE WS-CUR-RTY       TO WS-CTL-RTY(WS-CTL-COUNT)
              MOVE 0 TO WS-ED-LAST
              PERFORM MEASURE-LITERAL-CHAR
                 VARYING WS-ED-POS FROM 1 BY 1
                                    TO WS-VAL-LEN(WS-VAL-COUNT)
              MOVE WS-SPEC-3(1:1)   TO WS-VAL-TYPE(WS-VAL-COUNT)
              MOVE 0                TO WS-VAL-FAILS(WS-VAL-COUNT)
              MOVE WS-CUR-RTY       TO WS-VAL-RTY(WS-VAL-COUNT)
           END-IF.

      *   INPUT SYSUTA|SYSUTB|SYSUTC|SYSUTD - stacks another input
              END-IF
              MOVE 0 TO WS-SUM-TOTAL(WS-SUM-COUNT)
              MOVE 0 TO WS-SUM-SUB(WS-SUM-COUNT)
              MOVE WS-CUR-RTY TO WS-SUM-RTY(WS-SUM-COUNT)
           END-IF.

      *   RECTYPE FIELD=(start,len,value) - opens a record-type group
      *   for the RECORD/VALIDATE/SUM/MASK cards that follow it.  The
      *   value is compared for the slice's length, so a slice wider
      *   than the 20-byte value operand is cut back to 20.
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
              IF WS-RTY-LEN(WS-RTY-COUNT) = 0
                 OR WS-RTY-START(WS-RTY-COUNT) = 0
                 MOVE 'Y' TO WS-RTY-BAD-SW
              END-IF
              MOVE WS-SPEC-3        TO WS-RTY-VALUE(WS-RTY-COUNT)
              IF WS-RTY-LEN(WS-RTY-COUNT) > 0
                 AND WS-RTY-LEN(WS-RTY-COUNT) < 20
                 MOVE SPACES TO WS-RTY-VALUE(WS-RTY-COUNT)
                                (WS-RTY-LEN(WS-RTY-COUNT) + 1:)
              END-IF
              MOVE 0 TO WS-RTY-READ(WS-RTY-COUNT)
              MOVE 0 TO WS-RTY-WRITTEN(WS-RTY-COUNT)
              MOVE 0 TO WS-RTY-REJECTED(WS-RTY-COUNT)
           ELSE
              MOVE 999 TO WS-CUR-RTY
              MOVE 'Y' TO WS-RTY-OVER-SW
           END-IF.

      *   DELIMIT OUT=COMMA|PIPE [HEADING] and DELIMIT IN=COMMA|PIPE
      *   [HEADING] - one card per direction.  A card whose
      *   direction, delimiter or third word is none of these is
      *   marked bad and refused at INIT rather than guessed at.
       SET-DELIMIT-PARM.
           MOVE SPACES TO WS-JUNK WS-PAREN1
           MOVE ',' TO WS-DLM-CHAR-WORK
           UNSTRING WS-W2 DELIMITED BY '=' INTO WS-JUNK WS-PAREN1
           EVALUATE WS-PAREN1
              WHEN 'COMMA'
                 MOVE ',' TO WS-DLM-CHAR-WORK
              WHEN 'PIPE'
                 MOVE '|' TO WS-DLM-CHAR-WORK
              WHEN OTHER
                 MOVE 'Y' TO WS-DLM-BAD-SW
           END-EVALUATE
           IF WS-W3 NOT = SPACES AND WS-W3 NOT = 'HEADING'
              MOVE 'Y' TO WS-DLM-BAD-SW
           END-IF
           EVALUATE WS-JUNK
              WHEN 'OUT'
                 MOVE 'Y' TO WS-DLM-OUT-SW
                 MOVE WS-DLM-CHAR-WORK TO WS-DLM-OUT-CHAR
                 IF WS-W3 = 'HEADING'
                    MOVE 'Y' TO WS-DLM-OUT-HEAD
                 END-IF
              WHEN 'IN'
                 MOVE 'Y' TO WS-DLM-IN-SW
                 MOVE WS-DLM-CHAR-WORK TO WS-DLM-IN-CHAR
                 IF WS-W3 = 'HEADING'
                    MOVE 'Y' TO WS-DLM-IN-HEAD
                 END-IF
              WHEN OTHER
                 MOVE 'Y' TO WS-DLM-BAD-SW
           END-EVALUATE.

      *   COLUMN FIELD=(start,len,type,scale) NAME=name - one field
      *   of the delimited row, in card order.  Only the type's first
      *   letter decides, blank meaning C.  Unlike a SUM field an
      *   amount too long for the 18-digit arithmetic is not cut back
      *   to fit - the column would silently lose digits - so it is
      *   marked bad and refused at INIT, the same as a missing start
      *   or length, an unknown type, or a scale wider than the
      *   digits.  A card without NAME= is headed COLnn.
       ADD-COLUMN-FIELD.
           MOVE WS-W2 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           IF WS-COL-COUNT < 50
              ADD 1 TO WS-COL-COUNT
              MOVE WS-COL-COUNT TO WS-COL-IDX
              MOVE FUNCTION NUMVAL(WS-SPEC-1)
                                    TO WS-COL-START(WS-COL-IDX)
              MOVE FUNCTION NUMVAL(WS-SPEC-2)
                                    TO WS-COL-LEN(WS-COL-IDX)
              MOVE FUNCTION NUMVAL(WS-SPEC-4)
                                    TO WS-COL-SCALE(WS-COL-IDX)
              MOVE WS-SPEC-3(1:1)   TO WS-COL-TYPE(WS-COL-IDX)
              IF WS-COL-TYPE(WS-COL-IDX) = SPACE
                 MOVE 'C' TO WS-COL-TYPE(WS-COL-IDX)
              END-IF
              MOVE 0 TO WS-COL-DIGITS(WS-COL-IDX)
              EVALUATE WS-COL-TYPE(WS-COL-IDX)
                 WHEN 'C'
                    IF WS-COL-SCALE(WS-COL-IDX) > 0
                       MOVE 'Y' TO WS-COL-BAD-SW
                    END-IF
                 WHEN 'N'
                    IF WS-COL-LEN(WS-COL-IDX) > 18
                       MOVE 'Y' TO WS-COL-BAD-SW
                    ELSE
                       MOVE WS-COL-LEN(WS-COL-IDX)
                         TO WS-COL-DIGITS(WS-COL-IDX)
                    END-IF
                 WHEN 'Z'
                    IF WS-COL-LEN(WS-COL-IDX) < 2
                       OR WS-COL-LEN(WS-COL-IDX) > 19
                       MOVE 'Y' TO WS-COL-BAD-SW
                    ELSE
                       COMPUTE WS-COL-DIGITS(WS-COL-IDX) =
                          WS-COL-LEN(WS-COL-IDX) - 1
                    END-IF
                 WHEN 'P'
                    IF WS-COL-LEN(WS-COL-IDX) > 9
                       MOVE 'Y' TO WS-COL-BAD-SW
                    ELSE
                       COMPUTE WS-COL-DIGITS(WS-COL-IDX) =
                          WS-COL-LEN(WS-COL-IDX) * 2 - 1
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO WS-COL-BAD-SW
              END-EVALUATE
              IF WS-COL-TYPE(WS-COL-IDX) NOT = 'C'
                 AND WS-COL-SCALE(WS-COL-IDX)
                     > WS-COL-DIGITS(WS-COL-IDX)
                 MOVE 'Y' TO WS-COL-BAD-SW
              END-IF
              IF WS-COL-START(WS-COL-IDX) = 0
                 OR WS-COL-LEN(WS-COL-IDX) = 0
                 MOVE 'Y' TO WS-COL-BAD-SW
              ELSE
                 COMPUTE WS-COL-FLD-END = WS-COL-START(WS-COL-IDX)
                    + WS-COL-LEN(WS-COL-IDX) - 1
                 IF WS-COL-FLD-END > 32756
                    MOVE 'Y' TO WS-COL-BAD-SW
                 ELSE
                    IF WS-COL-FLD-END > WS-COL-MAX-END
                       MOVE WS-COL-FLD-END TO WS-COL-MAX-END
                    END-IF
                 END-IF
              END-IF
              IF WS-W3(1:5) = 'NAME=' AND WS-W3(6:15) NOT = SPACES
                 MOVE WS-W3(6:15) TO WS-COL-NAME(WS-COL-IDX)
              ELSE
                 MOVE WS-COL-IDX TO WS-COL-NUM-DISP
                 MOVE SPACES TO WS-COL-NAME(WS-COL-IDX)
                 STRING "COL"           DELIMITED BY SIZE
                        WS-COL-NUM-DISP DELIMITED BY SIZE
                        INTO WS-COL-NAME(WS-COL-IDX)
                 END-STRING
              END-IF
           ELSE
              MOVE 'Y' TO WS-COL-OVER-SW
           END-IF.

      *   SAMPLE EVERY=n | COUNT=n | FIRST=n PREFIX=len - one
      *   sampling mode per run, the last SAMPLE card deciding.  A
      *   zero or missing n, a FIRST= without a PREFIX= of 1-60, or a
      *   PREFIX= behind any other mode is marked bad and refused at
      *   INIT.
       SET-SAMPLE-PARM.
           MOVE SPACES TO WS-JUNK WS-PAREN1
           UNSTRING WS-W2 DELIMITED BY '=' INTO WS-JUNK WS-PAREN1
           EVALUATE WS-JUNK
              WHEN 'EVERY'
                 MOVE 'E' TO WS-SMP-MODE
              WHEN 'COUNT'
                 MOVE 'C' TO WS-SMP-MODE
              WHEN 'FIRST'
                 MOVE 'F' TO WS-SMP-MODE
              WHEN OTHER
                 MOVE 'Y' TO WS-SMP-BAD-SW
           END-EVALUATE
           MOVE FUNCTION NUMVAL(WS-PAREN1) TO WS-SMP-N
           IF WS-SMP-N = 0
              MOVE 'Y' TO WS-SMP-BAD-SW
           END-IF
           MOVE 0 TO WS-SMP-PFX-LEN
           IF WS-W3(1:7) = 'PREFIX='
              MOVE FUNCTION NUMVAL(WS-W3(8:13)) TO WS-SMP-PFX-LEN
           END-IF
           IF WS-SMP-MODE = 'F'
              IF WS-SMP-PFX-LEN = 0 OR WS-SMP-PFX-LEN > 60
                 MOVE 'Y' TO WS-SMP-BAD-SW
              END-IF
           ELSE
              IF WS-W3 NOT = SPACES
                 MOVE 'Y' TO WS-SMP-BAD-SW
              END-IF
           END-IF.

      *   MASK FIELD=(start,len,NAME|ACCOUNT|DATE) - one masked field
      *   of the output layout; only the type's first letter decides.
      *   Read under a RECTYPE card the field masks that type's
      *   records only.  A DATE field is 8 bytes (CCYYMMDD) or 10
      *   (CCYY-MM-DD); any other length, a missing start or length,
      *   or an unknown type is marked bad and refused at INIT.  MASK
      *   SEED=n takes up to nine digits.
       ADD-MASK-FIELD.
           EVALUATE TRUE
              WHEN WS-W2(1:5) = 'SEED='
                 MOVE 0 TO WS-MSK-OFS
                 INSPECT WS-W2(6:15) TALLYING WS-MSK-OFS
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-MSK-OFS = 0 OR WS-MSK-OFS > 9
                    MOVE 'Y' TO WS-MSK-BAD-SW
                 ELSE
                    IF WS-W2(6:WS-MSK-OFS) IS NUMERIC
                       MOVE WS-W2(6:WS-MSK-OFS) TO WS-MSK-SEED
                       MOVE 'Y' TO WS-MSK-SEED-SW
                    ELSE
                       MOVE 'Y' TO WS-MSK-BAD-SW
                    END-IF
                 END-IF
              WHEN WS-W2(1:6) = 'FIELD='
                 PERFORM ADD-MASK-FIELD-SPEC
              WHEN OTHER
                 MOVE 'Y' TO WS-MSK-BAD-SW
           END-EVALUATE.

       ADD-MASK-FIELD-SPEC.
           MOVE WS-W2 TO WS-FIELD-TOKEN
           PERFORM PARSE-FIELD-SPEC
           IF WS-MSK-COUNT < 20
              ADD 1 TO WS-MSK-COUNT
              MOVE WS-MSK-COUNT TO WS-MSK-IDX
              MOVE FUNCTION NUMVAL(WS-SPEC-1)
                                    TO WS-MSK-START(WS-MSK-IDX)
              MOVE FUNCTION NUMVAL(WS-SPEC-2)
                                    TO WS-MSK-LEN(WS-MSK-IDX)
              MOVE WS-SPEC-3(1:1)   TO WS-MSK-TYPE(WS-MSK-IDX)
              MOVE WS-CUR-RTY       TO WS-MSK-RTY(WS-MSK-IDX)
              MOVE 0 TO WS-MSK-DONE(WS-MSK-IDX)
                        WS-MSK-NULLS(WS-MSK-IDX)
                        WS-MSK-SCRAM(WS-MSK-IDX)
                        WS-MSK-SHORT(WS-MSK-IDX)
              IF WS-MSK-TYPE(WS-MSK-IDX) NOT = 'N'
                 AND WS-MSK-TYPE(WS-MSK-IDX) NOT = 'A'
                 AND WS-MSK-TYPE(WS-MSK-IDX) NOT = 'D'
                 MOVE 'Y' TO WS-MSK-BAD-SW
              END-IF
              IF WS-MSK-TYPE(WS-MSK-IDX) = 'D'
                 AND WS-MSK-LEN(WS-MSK-IDX) NOT = 8
                 AND WS-MSK-LEN(WS-MSK-IDX) NOT = 10
                 MOVE 'Y' TO WS-MSK-BAD-SW
              END-IF
              IF WS-MSK-START(WS-MSK-IDX) = 0
                 OR WS-MSK-LEN(WS-MSK-IDX) = 0
                 OR WS-MSK-START(WS-MSK-IDX)
                    + WS-MSK-LEN(WS-MSK-IDX) - 1 > 32756
                 MOVE 'Y' TO WS-MSK-BAD-SW
              END-IF
           ELSE
              MOVE 'Y' TO WS-MSK-OVER-SW
           END-IF.

       SET-PRIMARY-SELECT.
                      TO WS-CHK-DISP
                    ADD 1 TO WS-CHK-ERRORS
                 END-IF
              WHEN WS-W1 = 'DELIMIT'
                 IF (WS-W2 = 'OUT=COMMA' OR WS-W2 = 'OUT=PIPE'
                     OR WS-W2 = 'IN=COMMA' OR WS-W2 = 'IN=PIPE')
                    AND (WS-W3 = SPACES OR WS-W3 = 'HEADING')
                    MOVE 'OK' TO WS-CHK-DISP
                 ELSE
                    MOVE 'ERROR - DELIMIT NEEDS IN=/OUT=COMMA OR PIPE'
                      TO WS-CHK-DISP
                    ADD 1 TO WS-CHK-ERRORS
                 END-IF
              WHEN WS-W1 = 'COLUMN'
                 IF WS-W2(1:6) = 'FIELD='
                    AND (WS-W3 = SPACES OR WS-W3(1:5) = 'NAME=')
                    MOVE 'OK' TO WS-CHK-DISP
                 ELSE
                    MOVE 'ERROR - COLUMN NEEDS FIELD=, OPTIONAL NAME='
                      TO WS-CHK-DISP
                    ADD 1 TO WS-CHK-ERRORS
                 END-IF
              WHEN WS-W1 = 'SAMPLE'
                 IF WS-W2(1:6) = 'EVERY=' OR WS-W2(1:6) = 'COUNT='
                    OR WS-W2(1:6) = 'FIRST='
                    MOVE 'OK' TO WS-CHK-DISP
                 ELSE
                    MOVE 'ERROR - SAMPLE NEEDS EVERY=/COUNT=/FIRST='
                      TO WS-CHK-DISP
                    ADD 1 TO WS-CHK-ERRORS
                 END-IF
              WHEN WS-W1 = 'MASK'
                 IF WS-W2(1:6) = 'FIELD=' OR WS-W2(1:5) = 'SEED='
                    MOVE 'OK' TO WS-CHK-DISP
                 ELSE
                    MOVE 'ERROR - MASK NEEDS FIELD= OR SEED='
                      TO WS-CHK-DISP
                    ADD 1 TO WS-CHK-ERRORS
                 END-IF
              WHEN WS-W1 = 'RECORD'
              WHEN WS-W1 = 'INCLUDE'
              WHEN WS-W1 = 'OMIT'
              WHEN WS-W1 = 'VALIDATE'
              WHEN WS-W1 = 'SUM'
              WHEN WS-W1 = 'RECTYPE'
              WHEN WS-W1 = 'HASH'
              WHEN WS-W1 = 'PRINT'
              WHEN WS-W1(1:4)  = 'KEY='
              MOVE "TRAILER= AMOUNT STATED WITHOUT HASH FIELD= CARD"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-RTY-BAD-SW = 'Y'
              MOVE "RECTYPE FIELD= NEEDS A START AND A LENGTH OF 1-20"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-RTY-OVER-SW = 'Y'
              MOVE "MORE THAN 10 RECTYPE CARDS ARE NOT ALLOWED"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-DLM-BAD-SW = 'Y'
              MOVE "DELIMIT NEEDS IN= OR OUT= OF COMMA OR PIPE"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF (WS-DLM-OUT-SW = 'Y' OR WS-DLM-IN-SW = 'Y')
              AND WS-COL-COUNT = 0
              MOVE "DELIMIT CARD WITHOUT COLUMN CARDS" TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-COL-COUNT > 0
              AND WS-DLM-OUT-SW = 'N' AND WS-DLM-IN-SW = 'N'
              MOVE "COLUMN CARDS WITHOUT A DELIMIT CARD" TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-COL-BAD-SW = 'Y'
              MOVE "BAD COLUMN FIELD= START, LENGTH, TYPE OR SCALE"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-COL-OVER-SW = 'Y'
              MOVE "MORE THAN 50 COLUMN CARDS - LATER COLUMNS IGNORED"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-DLM-OUT-SW = 'Y' AND WS-ORG-MODE = 'I'
              MOVE "DELIMIT OUT= REQUIRES A SEQUENTIAL SYSUT2" TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-DLM-OUT-SW = 'Y' AND WS-TRANSLATE-OPT NOT = ' '
              MOVE "DELIMIT OUT= CANNOT BE COMBINED WITH TRANSLATE="
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-SMP-BAD-SW = 'Y'
              MOVE "SAMPLE NEEDS EVERY=n, COUNT=n OR FIRST=n PREFIX=len"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-SMP-MODE NOT = ' '
              AND (WS-CKPT-FREQ > 0 OR WS-RESTART-SW = 'Y')
              MOVE "SAMPLE CANNOT BE USED WITH CHECKPOINT=/RESTART="
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-SMP-MODE NOT = ' '
              AND (WS-STOPAFTER > 0 OR WS-STOPAT-SW = 'Y')
              MOVE "SAMPLE CANNOT BE USED WITH STOPAFTER=/STOPAT="
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-MSK-BAD-SW = 'Y'
              MOVE "BAD MASK FIELD= START, LENGTH OR TYPE, OR SEED="
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-MSK-OVER-SW = 'Y'
              MOVE "MORE THAN 20 MASK FIELD= CARDS - LATER IGNORED"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-MSK-COUNT > 0 AND WS-MSK-SEED-SW = 'N'
              MOVE "MASK FIELD= CARDS WITHOUT A MASK SEED= CARD"
                TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-MSK-COUNT > 0 AND WS-TRANSLATE-OPT NOT = ' '
              MOVE "MASK CANNOT BE COMBINED WITH TRANSLATE=" TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-DLM-IN-SW = 'Y'
              AND (WS-MSK-COUNT > 0 OR WS-MSK-SEED-SW = 'Y'
                   OR WS-MSK-BAD-SW = 'Y')
              MOVE "MASK CANNOT BE COMBINED WITH DELIMIT IN=" TO WS-MSG
              PERFORM NOTE-DECK-ERROR
           END-IF
           IF WS-CHK-REAL-MODE = 'S' OR WS-DEDUPE-OPT NOT = ' '
              PERFORM FIND-MASKED-KEY
              IF WS-MSK-KEY-HIT = 'Y'
                 MOVE "MASK FIELD= OVERLAPS THE KEY= SORT/DEDUPE SLICE"
                   TO WS-MSG
                 PERFORM NOTE-DECK-ERROR
              END-IF
           END-IF.

       NOTE-DECK-ERROR.
              END-IF
              PERFORM VALIDATE-KEY-LEN
              PERFORM VALIDATE-TRAILER-SPEC
              PERFORM VALIDATE-RECTYPE-SPEC
              PERFORM VALIDATE-DELIMIT-SPEC
              PERFORM VALIDATE-EXTRACT-SPEC
              MOVE WS-DLM-IN-HEAD TO WS-DLM-HEAD-PEND
              IF WS-RUN-MODE = 'P'
                 PERFORM SETUP-PRINT-MODE
              ELSE
                 AND WS-RESTART-SW = 'N' AND WS-RUN-MODE NOT = 'P'
                 PERFORM WRITE-FRAME-HEADERS
              END-IF
              IF WS-DLM-OUT-SW = 'Y' AND WS-DLM-OUT-HEAD = 'Y'
                 AND WS-INIT-OK = 'Y' AND WS-RESTART-SW = 'N'
                 AND WS-RUN-MODE NOT = 'P'
                 PERFORM WRITE-DELIMITED-HEADING
              END-IF
              IF WS-SMP-MODE = 'C' AND WS-INIT-OK = 'Y'
                 PERFORM COUNT-SAMPLE-INPUT
              END-IF
           END-IF.

      *   TOLERANCE= history load - one pass over AUDIT01 before the
              END-IF
           END-IF.

      *   A RECTYPE card the run cannot honor would leave the RECORD,
      *   VALIDATE, SUM and MASK cards filed under it unapplied, with
      *   nothing on the report to say so - the deck is refused.
       VALIDATE-RECTYPE-SPEC.
           IF WS-RTY-BAD-SW = 'Y'
              MOVE "RECTYPE FIELD= NEEDS A START AND A LENGTH OF 1-20"
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-RTY-OVER-SW = 'Y'
              MOVE "MORE THAN 10 RECTYPE CARDS ARE NOT ALLOWED"
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF.

      *   The DELIMIT/COLUMN cards are judged before any output
      *   opens.  A delimited SYSUT2 is text, so it cannot be the
      *   KSDS, and a TRANSLATE= pass over the record ahead of the
      *   write would leave the fields in one code page and the
      *   delimiters, quotes and digits built around them in another.
       VALIDATE-DELIMIT-SPEC.
           IF WS-DLM-BAD-SW = 'Y'
              MOVE "DELIMIT NEEDS IN= OR OUT= OF COMMA OR PIPE"
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF (WS-DLM-OUT-SW = 'Y' OR WS-DLM-IN-SW = 'Y')
              AND WS-COL-COUNT = 0
              MOVE "DELIMIT CARD WITHOUT COLUMN CARDS" TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-COL-BAD-SW = 'Y'
              MOVE "BAD COLUMN FIELD= START, LENGTH, TYPE OR SCALE"
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-DLM-OUT-SW = 'Y' AND WS-ORG-MODE = 'I'
              MOVE "DELIMIT OUT= REQUIRES A SEQUENTIAL SYSUT2" TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-DLM-OUT-SW = 'Y' AND WS-TRANSLATE-OPT NOT = ' '
              MOVE "DELIMIT OUT= CANNOT BE COMBINED WITH TRANSLATE="
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF.

       REFUSE-CARD-SPEC.
           MOVE WS-MSG TO PRTLINE
           WRITE PRTLINE
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM BUMP-RC
           MOVE 'N' TO WS-INIT-OK.

      *   SAMPLE and MASK refusals.  A sample cannot be restarted -
      *   which records it kept depends on every record before the
      *   restart point - nor cut off by STOPAT=/STOPAFTER=, which
      *   only stops a run for a restart to finish; and masking on a
      *   translated record would judge letters and digits in the
      *   wrong code page.  A DELIMIT IN= row that will not parse goes
      *   to SYSUT5 as read, before any mask could reach it, so MASK
      *   and DELIMIT IN= do not go together either, nor a MASK field
      *   over the key MODE=SORT or DEDUPE= orders on.  These
      *   combinations are refused outright, as is a masked run with
      *   no seed to make it repeatable.
       VALIDATE-EXTRACT-SPEC.
           IF WS-SMP-BAD-SW = 'Y'
              MOVE "SAMPLE NEEDS EVERY=n, COUNT=n OR FIRST=n PREFIX=len"
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-SMP-MODE NOT = ' '
              AND (WS-CKPT-FREQ > 0 OR WS-RESTART-SW = 'Y')
              MOVE "SAMPLE CANNOT BE USED WITH CHECKPOINT=/RESTART="
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-SMP-MODE NOT = ' '
              AND (WS-STOPAFTER > 0 OR WS-STOPAT-SW = 'Y')
              MOVE "SAMPLE CANNOT BE USED WITH STOPAFTER=/STOPAT="
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-MSK-BAD-SW = 'Y'
              MOVE "BAD MASK FIELD= START, LENGTH OR TYPE, OR SEED="
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-MSK-COUNT > 0 AND WS-MSK-SEED-SW = 'N'
              MOVE "MASK FIELD= CARDS WITHOUT A MASK SEED= CARD"
                TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-MSK-COUNT > 0 AND WS-TRANSLATE-OPT NOT = ' '
              MOVE "MASK CANNOT BE COMBINED WITH TRANSLATE=" TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-DLM-IN-SW = 'Y'
              AND (WS-MSK-COUNT > 0 OR WS-MSK-SEED-SW = 'Y'
                   OR WS-MSK-BAD-SW = 'Y')
              MOVE "MASK CANNOT BE COMBINED WITH DELIMIT IN=" TO WS-MSG
              PERFORM REFUSE-CARD-SPEC
           END-IF
           IF WS-RUN-MODE = 'S' OR WS-DEDUPE-OPT NOT = ' '
              PERFORM FIND-MASKED-KEY
              IF WS-MSK-KEY-HIT = 'Y'
                 MOVE "MASK FIELD= OVERLAPS THE KEY= SORT/DEDUPE SLICE"
                   TO WS-MSG
                 PERFORM REFUSE-CARD-SPEC
              END-IF
           END-IF.

      *   The sort key and the DEDUPE= comparison are both taken
      *   from the record before the mask goes on, so a masked key
      *   would come out in real-key order and a DATE mask, which is
      *   not one-to-one, could make distinct keys equal.  The slice
      *   is the KEY= card's, or the front 60 bytes without one.
       FIND-MASKED-KEY.
           MOVE 'N' TO WS-MSK-KEY-HIT
           IF WS-KEY-LEN > 0
              MOVE WS-KEY-START TO WS-MSK-KEY-LO
              COMPUTE WS-MSK-KEY-HI = WS-KEY-START + WS-KEY-LEN - 1
           ELSE
              MOVE 1  TO WS-MSK-KEY-LO
              MOVE 60 TO WS-MSK-KEY-HI
           END-IF
           PERFORM MATCH-MASKED-KEY
              VARYING WS-MSK-IDX FROM 1 BY 1
              UNTIL WS-MSK-IDX > WS-MSK-COUNT.

       MATCH-MASKED-KEY.
           IF WS-MSK-START(WS-MSK-IDX) <= WS-MSK-KEY-HI
              AND WS-MSK-START(WS-MSK-IDX) + WS-MSK-LEN(WS-MSK-IDX) - 1
                  >= WS-MSK-KEY-LO
              MOVE 'Y' TO WS-MSK-KEY-HIT
           END-IF.

      *   SAMPLE COUNT= needs the input's size before the first record
      *   is kept, so the whole concatenation is read once here with
      *   the control-record counters held (the restart replay's
      *   skip mode) and then rewound to the front of SYSUT1.  A
      *   stacked input that will not open stops the run here just
      *   as it would in the copy itself.
       COUNT-SAMPLE-INPUT.
           MOVE 0 TO WS-SMP-TOTAL
           MOVE 'Y' TO WS-SKIP-MODE
           PERFORM COUNT-ONE-SAMPLE-RECORD
              UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-SKIP-MODE
           IF WS-INIT-OK = 'Y'
              PERFORM CLOSE-CURRENT-INPUT
              MOVE 1 TO WS-CUR-INPUT
              MOVE 'N' TO WS-EOF
              MOVE 'N' TO WS-CUR-EOF
              MOVE WS-DLM-IN-HEAD TO WS-DLM-HEAD-PEND
              IF WS-INORG-MODE = 'I'
                 PERFORM OPEN-KSDS-INPUT
              ELSE
                 OPEN INPUT INFILE
                 IF IN-STAT NOT = "00" AND NOT = "97"
                    MOVE "SYSUT1  " TO WS-ERR-DD
                    MOVE IN-STAT    TO WS-ERR-STAT
                    PERFORM BUILD-OPEN-ERROR-MSG
                 END-IF
              END-IF
           END-IF.

       COUNT-ONE-SAMPLE-RECORD.
           PERFORM READ-NEXT-INPUT
           IF WS-REC-READY = 'Y'
              ADD 1 TO WS-SMP-TOTAL
           END-IF.

       OPEN-SEQ-OUTPUT.
           IF WS-RESTART-SW = 'Y'
              OPEN EXTEND OUTFILE
      *   quarantine copy is lost.
       OPEN-REJECT-FILE.
           MOVE 'N' TO WS-REJ-ACTIVE
           IF WS-VAL-COUNT > 0 OR WS-DLM-IN-SW = 'Y'
              OR (WS-LKP-SW = 'Y' AND WS-LKP-NOMATCH = 'R')
              IF WS-RESTART-SW = 'Y'
                 OPEN EXTEND REJFILE
      *   the stacked inputs as each runs dry, or raises WS-EOF after
      *   the last.  Restart skipping comes through here too, so
      *   CHECKPOINT= positioning counts the same records whatever
      *   the sources are.  A DELIMIT IN= heading row is dropped
      *   here the way a control record is, once per input.
       READ-NEXT-INPUT.
           MOVE 'N' TO WS-REC-READY
           PERFORM UNTIL WS-REC-READY = 'Y' OR WS-EOF = 'Y'
              IF WS-REC-READY = 'Y' AND WS-FRAME-SW = 'Y'
                 PERFORM CHECK-CONTROL-RECORD
              END-IF
              IF WS-REC-READY = 'Y' AND WS-DLM-HEAD-PEND = 'Y'
                 MOVE 'N' TO WS-DLM-HEAD-PEND
                 MOVE 'N' TO WS-REC-READY
              END-IF
              IF WS-CUR-EOF = 'Y'
                 PERFORM ADVANCE-TO-NEXT-INPUT
              END-IF

      *   A stacked input that will not open is an error, not a quiet
      *   short count - the deck named it, so its absence must stop
      *   the merge rather than shorting the national feed.  Each
      *   stacked delimited input carries its own heading row.
       OPEN-CURRENT-INPUT.
           MOVE WS-DLM-IN-HEAD TO WS-DLM-HEAD-PEND
           EVALUATE WS-IN-SLOT(WS-CUR-INPUT)
              WHEN 'A'
                 OPEN INPUT INFILEA
           MOVE SRT-SELP  TO WS-SELP-FLAG
           MOVE SRT-SEL3  TO WS-SEL3-FLAG
           MOVE SRT-SEL4  TO WS-SEL4-FLAG
           MOVE SRT-RTY   TO WS-REC-RTY
           MOVE SRT-LEN   TO WS-WORK-LEN
           MOVE SPACES TO WS-OUTBUF
           MOVE SRT-DATA(1:WS-WORK-LEN) TO WS-OUTBUF(1:WS-WORK-LEN)
      *   code page the output will actually carry.  No interval
      *   checkpoint is taken in MODE=SORT: nothing reaches the
      *   outputs until the sort's output phase runs, so a checkpoint
      *   here would claim progress a restart could not honor.  Under
      *   DELIMIT IN= the row is parsed into the fixed layout first;
      *   a row that will not parse is counted as read, diverted to
      *   SYSUT5 and goes no further.
       PROCESS-RECORD.
           ADD 1 TO WS-COUNT
           ADD 1 TO WS-IN-READ(WS-CUR-INPUT)
           MOVE WS-COUNT TO WS-REC-RECNO
           MOVE WS-CUR-INPUT TO WS-REC-INPUT
           MOVE 'Y' TO WS-DLM-ROW-OK
           IF WS-DLM-IN-SW = 'Y'
              PERFORM PARSE-DELIMITED-ROW
           END-IF
           MOVE IN-LEN TO WS-WORK-LEN
           IF WS-DLM-ROW-OK = 'N'
              PERFORM WRITE-PARSE-REJECT
              IF WS-RUN-MODE NOT = 'S'
                 PERFORM CHECKPOINT-IF-DUE
              END-IF
           ELSE
              IF WS-HASH-SW = 'Y'
                 PERFORM ACCUMULATE-READ-HASH
              END-IF
              IF WS-RTY-COUNT > 0
                 PERFORM CLASSIFY-RECORD-TYPE
              END-IF
              PERFORM APPLY-REFORMAT
              MOVE 'Y' TO WS-SMP-KEEP
              IF WS-SMP-MODE NOT = ' '
                 PERFORM CHECK-SAMPLE
              END-IF
              IF WS-SMP-KEEP = 'N'
                 ADD 1 TO WS-SMP-DROPPED
              ELSE
                 PERFORM CHECK-PRIMARY-SELECT
                 MOVE WS-SEL-RESULT TO WS-SELP-FLAG
                 IF WS-OUT3-ACTIVE = 'Y'
                    PERFORM CHECK-SYSUT3-SELECT
                    MOVE WS-SEL-RESULT TO WS-SEL3-FLAG
                 END-IF
                 IF WS-OUT4-ACTIVE = 'Y'
                    PERFORM CHECK-SYSUT4-SELECT
                    MOVE WS-SEL-RESULT TO WS-SEL4-FLAG
                 END-IF
                 IF WS-RUN-MODE = 'S'
                    PERFORM APPLY-TRANSLATE
                    PERFORM RELEASE-SORT-RECORD
                 ELSE
                    PERFORM DISPOSE-RECORD
                    PERFORM CHECKPOINT-IF-DUE
                 END-IF
              END-IF
           END-IF
           PERFORM CHECK-CUTOFF.

      *   SAMPLE verdict for the record in hand, numbered by WS-COUNT
      *   so the spacing is over the records read.  COUNT= keeps the
      *   record wherever the running share n*i/total steps past a
      *   whole number, which spreads n keepers evenly from the first
      *   record on; a sample at least as large as the input keeps
      *   it all.
       CHECK-SAMPLE.
           EVALUATE WS-SMP-MODE
              WHEN 'E'
                 DIVIDE WS-SMP-N INTO WS-COUNT
                    GIVING WS-SMP-Q1 REMAINDER WS-SMP-Q2
                 IF WS-SMP-Q2 NOT = 1 AND WS-SMP-N > 1
                    MOVE 'N' TO WS-SMP-KEEP
                 END-IF
              WHEN 'C'
                 IF WS-SMP-N < WS-SMP-TOTAL
                    COMPUTE WS-SMP-Q1 =
                       (WS-COUNT * WS-SMP-N - 1) / WS-SMP-TOTAL
                    COMPUTE WS-SMP-Q2 =
                       ((WS-COUNT - 1) * WS-SMP-N - 1) / WS-SMP-TOTAL
                    IF WS-COUNT = 1
                       MOVE 'Y' TO WS-SMP-KEEP
                    ELSE
                       IF WS-SMP-Q1 = WS-SMP-Q2
                          MOVE 'N' TO WS-SMP-KEEP
                       END-IF
                    END-IF
                 END-IF
              WHEN 'F'
                 PERFORM CHECK-SAMPLE-PREFIX
           END-EVALUATE.

      *   FIRST= keeps a running count per key prefix.  A prefix not
      *   yet seen takes the next table slot; once the table is full
      *   a new prefix has nowhere to be counted and is passed over.
       CHECK-SAMPLE-PREFIX.
           PERFORM EXTRACT-SORT-KEY
           MOVE 0 TO WS-SMP-PFX-HIT
           PERFORM MATCH-SAMPLE-PREFIX
              VARYING WS-SMP-PFX-IDX FROM 1 BY 1
              UNTIL WS-SMP-PFX-IDX > WS-SMP-PFX-COUNT
                 OR WS-SMP-PFX-HIT > 0
           IF WS-SMP-PFX-HIT = 0
              IF WS-SMP-PFX-COUNT < WS-SMP-PFX-MAX
                 ADD 1 TO WS-SMP-PFX-COUNT
                 MOVE WS-SMP-PFX-COUNT TO WS-SMP-PFX-HIT
                 MOVE SPACES TO WS-SMP-PFX-VALUE(WS-SMP-PFX-HIT)
                 MOVE WS-SORT-KEY(1:WS-SMP-PFX-LEN)
                   TO WS-SMP-PFX-VALUE(WS-SMP-PFX-HIT)
                 MOVE 0 TO WS-SMP-PFX-SEEN(WS-SMP-PFX-HIT)
              ELSE
                 ADD 1 TO WS-SMP-OVERFLOW
                 MOVE 'N' TO WS-SMP-KEEP
              END-IF
           END-IF
           IF WS-SMP-PFX-HIT > 0
              ADD 1 TO WS-SMP-PFX-SEEN(WS-SMP-PFX-HIT)
              IF WS-SMP-PFX-SEEN(WS-SMP-PFX-HIT) > WS-SMP-N
                 MOVE 'N' TO WS-SMP-KEEP
              END-IF
           END-IF.

       MATCH-SAMPLE-PREFIX.
           IF WS-SMP-PFX-VALUE(WS-SMP-PFX-IDX)(1:WS-SMP-PFX-LEN)
              = WS-SORT-KEY(1:WS-SMP-PFX-LEN)
              MOVE WS-SMP-PFX-IDX TO WS-SMP-PFX-HIT
           END-IF.

      *   The record's RECTYPE group, judged on INREC before the
      *   reformat moves anything: the first RECTYPE card whose
      *   slice the record carries and whose value it holds.  Zero
      *   is OTHER - no card matched.
       CLASSIFY-RECORD-TYPE.
           MOVE 0 TO WS-REC-RTY
           PERFORM MATCH-ONE-RECORD-TYPE
              VARYING WS-RTY-IDX FROM 1 BY 1
              UNTIL WS-RTY-IDX > WS-RTY-COUNT OR WS-REC-RTY > 0
           IF WS-REC-RTY = 0
              ADD 1 TO WS-RTY-OTH-READ
           ELSE
              ADD 1 TO WS-RTY-READ(WS-REC-RTY)
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

      *   STOPAT=/STOPAFTER= batch-window cutoff, tested after every
      *   record.  STOPAFTER= counts records processed by THIS run -
      *   WS-CKPT-COUNT, zero on a fresh run, is the restart base -
      *   produce datasets.
       DISPOSE-RECORD.
           IF WS-RUN-MODE = 'P'
              PERFORM APPLY-MASKING
              PERFORM LIST-RECORD-TO-PRINT
           ELSE
              PERFORM DISPOSE-COPY-RECORD
           END-IF.

      *   VALIDATE and LOOKUP judge the record as it really is; the
      *   mask goes on after them, so whichever dataset the record
      *   lands in - SYSUT5 included - receives the masked image.
       DISPOSE-COPY-RECORD.
           PERFORM VALIDATE-LENGTH
           IF WS-RUN-MODE NOT = 'S'
           PERFORM VALIDATE-FIELDS
           MOVE 'Y' TO WS-LKP-RESULT
           IF WS-VAL-RESULT = 'N'
              PERFORM APPLY-MASKING
              PERFORM WRITE-REJECT-RECORD
           ELSE
              IF WS-LKP-ACTIVE = 'Y'
                 PERFORM APPLY-LOOKUP
              END-IF
              PERFORM APPLY-MASKING
              IF WS-LKP-RESULT = 'N'
                 PERFORM WRITE-LOOKUP-REJECT
              ELSE
              END-IF
           END-IF.

      *   MASK FIELD= cards applied to WS-OUTBUF - the common fields
      *   and those of the record's own RECTYPE group, in card order.
       APPLY-MASKING.
           IF WS-MSK-COUNT > 0
              PERFORM MASK-IF-TYPE-MATCHES
                 VARYING WS-MSK-IDX FROM 1 BY 1
                 UNTIL WS-MSK-IDX > WS-MSK-COUNT
           END-IF.

       MASK-IF-TYPE-MATCHES.
           IF WS-MSK-RTY(WS-MSK-IDX) = 0
              OR WS-MSK-RTY(WS-MSK-IDX) = WS-REC-RTY
              PERFORM MASK-ONE-FIELD
           END-IF.

      *   A field running past the end of the record is masked as far
      *   as the record goes, as text whatever its type - there is no
      *   whole date there to move - and counted short.
       MASK-ONE-FIELD.
           COMPUTE WS-MSK-END = WS-MSK-START(WS-MSK-IDX)
              + WS-MSK-LEN(WS-MSK-IDX) - 1
           IF WS-MSK-START(WS-MSK-IDX) > WS-WORK-LEN
              ADD 1 TO WS-MSK-SHORT(WS-MSK-IDX)
           ELSE
              IF WS-MSK-END > WS-WORK-LEN
                 MOVE WS-WORK-LEN TO WS-MSK-END
                 PERFORM MASK-FIELD-TEXT
                 ADD 1 TO WS-MSK-SHORT(WS-MSK-IDX)
              ELSE
                 IF WS-MSK-TYPE(WS-MSK-IDX) = 'D'
                    PERFORM MASK-FIELD-DATE
                 ELSE
                    PERFORM MASK-FIELD-TEXT
                    ADD 1 TO WS-MSK-DONE(WS-MSK-IDX)
                 END-IF
              END-IF
           END-IF.

      *   The running state starts from the seed afresh for every
      *   field, so a value's substitute depends on the value alone
      *   and not on the field or record it was found in.
       MASK-FIELD-TEXT.
           COMPUTE WS-MSK-STATE = FUNCTION MOD(WS-MSK-SEED, 999983)
           MOVE 0 TO WS-MSK-OFS
           PERFORM MASK-ONE-BYTE
              VARYING WS-MSK-POS FROM WS-MSK-START(WS-MSK-IDX) BY 1
              UNTIL WS-MSK-POS > WS-MSK-END.

      *   Letters and digits are found by their place in the literal
      *   alphabets rather than by code point, so the substitution
      *   keeps to the same characters in either code page.  Every
      *   byte, substituted or not, then stirs the state for the
      *   bytes after it.
       MASK-ONE-BYTE.
           MOVE WS-OUTBUF(WS-MSK-POS:1) TO WS-MSK-CH
           ADD 1 TO WS-MSK-OFS
           MOVE 0 TO WS-MSK-AT
           INSPECT WS-MSK-DIGITS TALLYING WS-MSK-AT
              FOR CHARACTERS BEFORE INITIAL WS-MSK-CH
           IF WS-MSK-AT < 10
              COMPUTE WS-MSK-AT =
                 FUNCTION MOD(WS-MSK-AT + WS-MSK-STATE, 10) + 1
              MOVE WS-MSK-DIGITS(WS-MSK-AT:1)
                TO WS-OUTBUF(WS-MSK-POS:1)
           ELSE
              MOVE 0 TO WS-MSK-AT
              INSPECT WS-MSK-UPPER TALLYING WS-MSK-AT
                 FOR CHARACTERS BEFORE INITIAL WS-MSK-CH
              IF WS-MSK-AT < 26
                 COMPUTE WS-MSK-AT =
                    FUNCTION MOD(WS-MSK-AT + WS-MSK-STATE, 26) + 1
                 MOVE WS-MSK-UPPER(WS-MSK-AT:1)
                   TO WS-OUTBUF(WS-MSK-POS:1)
              ELSE
                 MOVE 0 TO WS-MSK-AT
                 INSPECT WS-MSK-LOWER TALLYING WS-MSK-AT
                    FOR CHARACTERS BEFORE INITIAL WS-MSK-CH
                 IF WS-MSK-AT < 26
                    COMPUTE WS-MSK-AT =
                       FUNCTION MOD(WS-MSK-AT + WS-MSK-STATE, 26) + 1
                    MOVE WS-MSK-LOWER(WS-MSK-AT:1)
                      TO WS-OUTBUF(WS-MSK-POS:1)
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-MSK-STATE = FUNCTION MOD(WS-MSK-STATE * 31
              + FUNCTION ORD(WS-MSK-CH) + WS-MSK-OFS * 7, 999983).

      *   The date is lifted into CCYYMMDD whichever form it is held
      *   in; the separators of a 10-byte date are left where they
      *   are.
       MASK-FIELD-DATE.
           MOVE WS-MSK-START(WS-MSK-IDX) TO WS-MSK-POS
           IF WS-MSK-LEN(WS-MSK-IDX) = 8
              MOVE WS-OUTBUF(WS-MSK-POS:8) TO WS-MSK-DATE-X
           ELSE
              MOVE WS-OUTBUF(WS-MSK-POS:4) TO WS-MSK-DATE-X(1:4)
              MOVE WS-OUTBUF(WS-MSK-POS + 5:2) TO WS-MSK-DATE-X(5:2)
              MOVE WS-OUTBUF(WS-MSK-POS + 8:2) TO WS-MSK-DATE-X(7:2)
           END-IF
           EVALUATE TRUE
              WHEN WS-OUTBUF(WS-MSK-POS:WS-MSK-LEN(WS-MSK-IDX))
                   = SPACES
              WHEN WS-MSK-DATE-X = ZEROS
              WHEN WS-MSK-DATE-X = ALL '9'
                 ADD 1 TO WS-MSK-NULLS(WS-MSK-IDX)
              WHEN WS-MSK-DATE-X IS NOT NUMERIC
                 PERFORM MASK-FIELD-TEXT
                 ADD 1 TO WS-MSK-SCRAM(WS-MSK-IDX)
              WHEN OTHER
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-MSK-DATE-N) = 0
                    PERFORM SHIFT-MASKED-DATE
                    ADD 1 TO WS-MSK-DONE(WS-MSK-IDX)
                 ELSE
                    PERFORM MASK-FIELD-TEXT
                    ADD 1 TO WS-MSK-SCRAM(WS-MSK-IDX)
                 END-IF
           END-EVALUATE.

      *   The shift is 1-365 days forward or back, drawn from the seed
      *   and the date so one real date always lands on the same test
      *   date.  A shift that would leave the calendar the date
      *   functions cover goes the other way instead.
       SHIFT-MASKED-DATE.
           COMPUTE WS-MSK-STATE =
              FUNCTION MOD(WS-MSK-SEED * 31 + WS-MSK-DATE-N, 999983)
           COMPUTE WS-MSK-SHIFT = FUNCTION MOD(WS-MSK-STATE, 730)
           IF WS-MSK-SHIFT < 365
              ADD 1 TO WS-MSK-SHIFT
           ELSE
              COMPUTE WS-MSK-SHIFT = 364 - WS-MSK-SHIFT
           END-IF
           COMPUTE WS-MSK-HI-DAY = FUNCTION INTEGER-OF-DATE(99991231)
           COMPUTE WS-MSK-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-MSK-DATE-N) + WS-MSK-SHIFT
           IF WS-MSK-DAYNO < 1 OR WS-MSK-DAYNO > WS-MSK-HI-DAY
              COMPUTE WS-MSK-DAYNO = WS-MSK-DAYNO - 2 * WS-MSK-SHIFT
           END-IF
           COMPUTE WS-MSK-DATE-N =
              FUNCTION DATE-OF-INTEGER(WS-MSK-DAYNO)
           IF WS-MSK-LEN(WS-MSK-IDX) = 8
              MOVE WS-MSK-DATE-X TO WS-OUTBUF(WS-MSK-POS:8)
           ELSE
              MOVE WS-MSK-DATE-X(1:4) TO WS-OUTBUF(WS-MSK-POS:4)
              MOVE WS-MSK-DATE-X(5:2) TO WS-OUTBUF(WS-MSK-POS + 5:2)
              MOVE WS-MSK-DATE-X(7:2) TO WS-OUTBUF(WS-MSK-POS + 8:2)
           END-IF.

      *   One keyed read against the reference cluster, the key
      *   sliced from the in-flight record the way EXTRACT-SORT-KEY
      *   slices one.  A matched record hands each APPEND= slice of
      *   its data portion to the end of WS-OUTBUF; an unmatched key
      *   appends spaces or diverts the record, per NOMATCH=.  A key
      *   field the record is too short to carry counts unmatched -
              END-IF
           END-IF.

      *   A row DELIMIT IN= could not parse, diverted exactly as it
      *   was read - rule zero and a PARSE reason, the way an
      *   unmatched LOOKUP key goes - and counted apart from the
      *   VALIDATE rejects, since it never reached a rule.
       WRITE-PARSE-REJECT.
           ADD 1 TO WS-DLM-BAD-ROWS
           IF WS-REJ-ACTIVE = 'Y'
              MOVE WS-REC-RECNO TO REJ-RECNO
              MOVE 0            TO REJ-RULE
              MOVE 'PARSE  '    TO REJ-TYPE
              MOVE INREC(1:IN-LEN) TO REJ-DATA(1:IN-LEN)
              COMPUTE REJ-LEN = 18 + IN-LEN
              WRITE REJREC
              IF REJ-STAT NOT = "00"
                 MOVE "WRITE ERROR ON SYSUT5, STATUS=" TO WS-MSG
                 MOVE SPACES TO PRTLINE
                 STRING WS-MSG DELIMITED BY "  "
                        REJ-STAT DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
                 WRITE PRTLINE
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM BUMP-RC
                 PERFORM HALT-RECORD-FLOW
              END-IF
           END-IF.

      *   One selected record to the listing, behind a fresh page
      *   heading every WS-PAGE-SIZE lines.  The record number leads
      *   the line so a listing row points straight back at its input
           MOVE 'Y' TO WS-VAL-RESULT
           MOVE 0 TO WS-VAL-FAILED-RULE
           IF WS-VAL-COUNT > 0
              PERFORM VALIDATE-IF-TYPE-MATCHES
                 VARYING WS-VAL-IDX FROM 1 BY 1
                 UNTIL WS-VAL-IDX > WS-VAL-COUNT
                    OR WS-VAL-RESULT = 'N'
           END-IF.

      *   A rule read under a RECTYPE card checks that type's records
      *   only; a common rule (group zero) checks every record.
       VALIDATE-IF-TYPE-MATCHES.
           IF WS-VAL-RTY(WS-VAL-IDX) = 0
              OR WS-VAL-RTY(WS-VAL-IDX) = WS-REC-RTY
              PERFORM VALIDATE-ONE-RULE
           END-IF.

       VALIDATE-ONE-RULE.
           COMPUTE WS-VAL-END =
              WS-VAL-START(WS-VAL-IDX) + WS-VAL-LEN(WS-VAL-IDX) - 1

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-RTY-COUNT > 0
              IF WS-REC-RTY = 0
                 ADD 1 TO WS-RTY-OTH-REJECTED
              ELSE
                 ADD 1 TO WS-RTY-REJECTED(WS-REC-RTY)
              END-IF
           END-IF
           IF WS-REJ-ACTIVE = 'Y'
              MOVE WS-REC-RECNO       TO REJ-RECNO
              MOVE WS-VAL-FAILED-RULE TO REJ-RULE
           MOVE WS-SELP-FLAG  TO SRT-SELP
           MOVE WS-SEL3-FLAG  TO SRT-SEL3
           MOVE WS-SEL4-FLAG  TO SRT-SEL4
           MOVE WS-REC-RTY    TO SRT-RTY
           MOVE WS-WORK-LEN   TO SRT-LEN
           MOVE WS-OUTBUF(1:WS-WORK-LEN) TO SRT-DATA(1:WS-WORK-LEN)
           COMPUTE WS-SRT-LEN = 90 + WS-WORK-LEN
           RELEASE SRTREC.

      *   Same key-extraction rules as BUILD-KSDS-RECORD: the
              MOVE WS-HELD-SW        TO CKPT-HELD-SW
              MOVE WS-HELD-RECNO     TO CKPT-HELD-RECNO
              MOVE WS-HELD-INPUT     TO CKPT-HELD-INPUT
              MOVE WS-HELD-RTY       TO CKPT-HELD-RTY
              MOVE WS-HELD-LEN       TO CKPT-HELD-LEN
              MOVE SPACES TO CKPT-HELD-BUF
              IF WS-HELD-SW = 'Y'
              MOVE WS-EDIT-BAD-COUNT TO CKPT-EDIT-BAD-COUNT
              MOVE WS-LKP-MATCHED    TO CKPT-LKP-MATCHED
              MOVE WS-LKP-UNMATCHED  TO CKPT-LKP-UNMATCHED
              MOVE WS-DLM-BAD-ROWS   TO CKPT-DLM-BAD-ROWS
              PERFORM SAVE-CKPT-SUM
                 VARYING WS-SUM-IDX FROM 1 BY 1
                 UNTIL WS-SUM-IDX > 5
                    MOVE CKPT-EDIT-BAD-COUNT TO WS-EDIT-BAD-COUNT
                    MOVE CKPT-LKP-MATCHED    TO WS-LKP-MATCHED
                    MOVE CKPT-LKP-UNMATCHED  TO WS-LKP-UNMATCHED
                    MOVE CKPT-DLM-BAD-ROWS   TO WS-DLM-BAD-ROWS
                    MOVE CKPT-HELD-SW        TO WS-HELD-SW
                    IF CKPT-HELD-SW = 'Y'
                       MOVE CKPT-HELD-RECNO TO WS-HELD-RECNO
                       MOVE CKPT-HELD-INPUT TO WS-HELD-INPUT
                       MOVE CKPT-HELD-RTY   TO WS-HELD-RTY
                       MOVE CKPT-HELD-LEN   TO WS-HELD-LEN
                       MOVE CKPT-HELD-BUF(1:WS-HELD-LEN)
                         TO WS-HELD-BUF(1:WS-HELD-LEN)
             TO WS-HELD-BUF(1:WS-WORK-LEN)
           MOVE WS-REC-RECNO TO WS-HELD-RECNO
           MOVE WS-REC-INPUT TO WS-HELD-INPUT
           MOVE WS-REC-RTY TO WS-HELD-RTY
           MOVE WS-DUP-THIS-KEY TO WS-DUP-PREV-KEY
           MOVE 'Y' TO WS-DUP-HAVE
           MOVE 'Y' TO WS-HELD-SW.
             TO WS-SWAP-BUF(1:WS-WORK-LEN)
           MOVE WS-REC-RECNO TO WS-SWAP-RECNO
           MOVE WS-REC-INPUT TO WS-SWAP-INPUT
           MOVE WS-REC-RTY TO WS-SWAP-RTY
           PERFORM RESTORE-HELD-TO-OUTBUF
           PERFORM PUT-PRIMARY-RECORD
           MOVE SPACES TO WS-OUTBUF
           MOVE WS-SWAP-LEN TO WS-WORK-LEN
           MOVE WS-SWAP-RECNO TO WS-REC-RECNO
           MOVE WS-SWAP-INPUT TO WS-REC-INPUT
           MOVE WS-SWAP-RTY TO WS-REC-RTY
           PERFORM HOLD-CURRENT-RECORD.

       RESTORE-HELD-TO-OUTBUF.
             TO WS-OUTBUF(1:WS-HELD-LEN)
           MOVE WS-HELD-LEN TO WS-WORK-LEN
           MOVE WS-HELD-RECNO TO WS-REC-RECNO
           MOVE WS-HELD-INPUT TO WS-REC-INPUT
           MOVE WS-HELD-RTY TO WS-REC-RTY.

      *   The key state (WS-DUP-HAVE, prev key) deliberately survives
      *   the flush: the quiesce checkpoint taken right after carries
              PERFORM HALT-RECORD-FLOW
           END-IF.

      *   Under DELIMIT OUT= the sequential SYSUT2 gets the row built
      *   from the record rather than the record itself.  The length
      *   statistics, SUM totals and output hash still describe the
      *   fixed record behind the row - the figures a trailer or a
      *   balancing report has to agree with.
       PUT-PRIMARY-RECORD.
           IF WS-ORG-MODE = 'I'
              PERFORM BUILD-KSDS-RECORD
                 END-IF
              END-IF
           ELSE
              IF WS-DLM-OUT-SW = 'Y'
                 PERFORM BUILD-DELIMITED-LINE
                 MOVE WS-DLM-LINE(1:WS-DLM-LEN) TO OUTREC
                 MOVE WS-DLM-LEN TO OUT-LEN
              ELSE
                 MOVE WS-OUTBUF(1:WS-WORK-LEN) TO OUTREC
                 MOVE WS-WORK-LEN TO OUT-LEN
              END-IF
              WRITE OUTREC
              IF OUT-STAT NOT = "00"
                 MOVE "WRITE ERROR ON SYSUT2, STATUS=" TO WS-MSG
           ADD WS-WORK-LEN TO WS-TOTAL-BYTES
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-IN-WRITTEN(WS-REC-INPUT)
           IF WS-RTY-COUNT > 0
              IF WS-REC-RTY = 0
                 ADD 1 TO WS-RTY-OTH-WRITTEN
              ELSE
                 ADD 1 TO WS-RTY-WRITTEN(WS-REC-RTY)
              END-IF
           END-IF
           IF WS-SUM-COUNT > 0
              PERFORM ACCUMULATE-SUMS
           END-IF
      *   the KEY= control break (subtotals print the moment the key
      *   value changes, so they land in key order on a sorted copy),
      *   then every SUM field is pulled from the reformatted record
      *   and added to its running totals - common fields from every
      *   record, a RECTYPE group's fields from that type's records
      *   only.
       ACCUMULATE-SUMS.
           IF WS-KEY-LEN > 0
              PERFORM CHECK-SUM-KEY-BREAK
           END-IF
           PERFORM ACCUMULATE-IF-TYPE-MATCHES
              VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-COUNT.

       ACCUMULATE-IF-TYPE-MATCHES.
           IF WS-SUM-RTY(WS-SUM-IDX) = 0
              OR WS-SUM-RTY(WS-SUM-IDX) = WS-REC-RTY
              PERFORM ACCUMULATE-ONE-SUM
           END-IF.

       CHECK-SUM-KEY-BREAK.
           IF WS-SUMKEY-SW = 'Y'
              AND WS-OUTBUF(WS-KEY-START:WS-KEY-LEN) NOT =
      *   With no RECORD FIELD= cards this degenerates to the original
      *   byte-for-byte copy; otherwise each card's source slice is
      *   moved into its target slice of WS-OUTBUF.
      *   No card applying to the record - none at all, or none
      *   common and none in its RECTYPE group - is a straight copy.
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

      *   One card, one field landing in WS-OUTBUF - a plain byte
           COMPUTE WS-FIELD-END =
              WS-CTL-TARGET(WS-CTL-IDX) + WS-CTL-LEN(WS-CTL-IDX) - 1.

      *----------------------------------------------------------------*
      *  DELIMITED TEXT - DELIMIT OUT= rows, DELIMIT IN= parsing       *
      *----------------------------------------------------------------*
      *   The column names, delimited the way the data rows are,
      *   ahead of the first data row - behind the HDR record when
      *   the run frames its output.  A restart finds the heading
      *   already written.
       WRITE-DELIMITED-HEADING.
           MOVE 0 TO WS-DLM-LEN
           MOVE 'N' TO WS-DLM-FULL
           PERFORM APPEND-HEADING-NAME
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-COUNT
           MOVE WS-DLM-LINE(1:WS-DLM-LEN) TO OUTREC
           MOVE WS-DLM-LEN TO OUT-LEN
           WRITE OUTREC
           IF OUT-STAT NOT = "00"
              MOVE "WRITE ERROR ON SYSUT2, STATUS=" TO WS-MSG
              MOVE SPACES TO PRTLINE
              STRING WS-MSG DELIMITED BY "  "
                     OUT-STAT DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
              PERFORM HALT-RECORD-FLOW
           END-IF.

       APPEND-HEADING-NAME.
           IF WS-COL-IDX > 1
              MOVE WS-DLM-OUT-CHAR TO WS-DLM-CH
              PERFORM APPEND-DLM-CHAR
           END-IF
           MOVE 15 TO WS-DLM-FLEN
           MOVE WS-COL-NAME(WS-COL-IDX) TO WS-DLM-FLD(1:15)
           PERFORM APPEND-DLM-FIELD.

      *   One output record as a delimited row, column by column from
      *   the reformatted record.  A text column the record is too
      *   short to carry in full gives what is there; an amount the
      *   record does not carry, or carries malformed, is an empty
      *   field counted with the malformed edit fields - never a
      *   guess.  A row that outgrows SYSUT2's longest record is cut
      *   there and logged as a length violation.
       BUILD-DELIMITED-LINE.
           MOVE 0 TO WS-DLM-LEN
           MOVE 'N' TO WS-DLM-FULL
           PERFORM EXPORT-ONE-COLUMN
              VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-COUNT
           IF WS-DLM-LEN = 0
              MOVE SPACE TO WS-DLM-LINE(1:1)
              MOVE 1 TO WS-DLM-LEN
           END-IF
           IF WS-DLM-FULL = 'Y'
              ADD 1 TO WS-TRUNC-COUNT
              PERFORM LOG-LENGTH-VIOLATION
           END-IF.

       EXPORT-ONE-COLUMN.
           IF WS-COL-IDX > 1
              MOVE WS-DLM-OUT-CHAR TO WS-DLM-CH
              PERFORM APPEND-DLM-CHAR
           END-IF
           MOVE 0 TO WS-DLM-FLEN
           COMPUTE WS-COL-FLD-END =
              WS-COL-START(WS-COL-IDX) + WS-COL-LEN(WS-COL-IDX) - 1
           IF WS-COL-TYPE(WS-COL-IDX) = 'C'
              IF WS-COL-START(WS-COL-IDX) <= WS-WORK-LEN
                 IF WS-COL-FLD-END > WS-WORK-LEN
                    MOVE WS-WORK-LEN TO WS-COL-FLD-END
                 END-IF
                 COMPUTE WS-DLM-FLEN =
                    WS-COL-FLD-END - WS-COL-START(WS-COL-IDX) + 1
                 MOVE WS-OUTBUF(WS-COL-START(WS-COL-IDX):WS-DLM-FLEN)
                   TO WS-DLM-FLD(1:WS-DLM-FLEN)
              END-IF
           ELSE
              IF WS-COL-FLD-END > WS-WORK-LEN
                 ADD 1 TO WS-EDIT-BAD-COUNT
              ELSE
                 PERFORM FORMAT-COLUMN-AMOUNT
              END-IF
           END-IF
           PERFORM APPEND-DLM-FIELD.

      *   An amount column as a signed decimal: a minus sign when
      *   negative, the integer digits without leading zeros (a lone
      *   zero when there are none) and, for a scaled column, the
      *   point and exactly the scale's fraction digits.
       FORMAT-COLUMN-AMOUNT.
           MOVE SPACES TO WS-COL-FIELD
           MOVE WS-COL-LEN(WS-COL-IDX) TO WS-COL-WLEN
           MOVE WS-OUTBUF(WS-COL-START(WS-COL-IDX):WS-COL-WLEN)
             TO WS-COL-FIELD(1:WS-COL-WLEN)
           PERFORM EXTRACT-COLUMN-VALUE
           IF WS-COL-OK = 'N'
              ADD 1 TO WS-EDIT-BAD-COUNT
           ELSE
              IF WS-COL-VALUE < 0
                 ADD 1 TO WS-DLM-FLEN
                 MOVE '-' TO WS-DLM-FLD(WS-DLM-FLEN:1)
                 COMPUTE WS-COL-ABS = 0 - WS-COL-VALUE
              ELSE
                 MOVE WS-COL-VALUE TO WS-COL-ABS
              END-IF
              COMPUTE WS-COL-INTLEN = 18 - WS-COL-SCALE(WS-COL-IDX)
              MOVE 0 TO WS-COL-FIRST
              PERFORM FIND-COLUMN-LEAD-DIGIT
                 VARYING WS-COL-POS FROM 1 BY 1
                 UNTIL WS-COL-POS > WS-COL-INTLEN OR WS-COL-FIRST > 0
              IF WS-COL-FIRST = 0
                 ADD 1 TO WS-DLM-FLEN
                 MOVE '0' TO WS-DLM-FLD(WS-DLM-FLEN:1)
              ELSE
                 COMPUTE WS-COL-WLEN = WS-COL-INTLEN - WS-COL-FIRST + 1
                 MOVE WS-COL-ABS(WS-COL-FIRST:WS-COL-WLEN)
                   TO WS-DLM-FLD(WS-DLM-FLEN + 1:WS-COL-WLEN)
                 ADD WS-COL-WLEN TO WS-DLM-FLEN
              END-IF
              IF WS-COL-SCALE(WS-COL-IDX) > 0
                 ADD 1 TO WS-DLM-FLEN
                 MOVE '.' TO WS-DLM-FLD(WS-DLM-FLEN:1)
                 MOVE WS-COL-ABS(WS-COL-INTLEN + 1:
                                 WS-COL-SCALE(WS-COL-IDX))
                   TO WS-DLM-FLD(WS-DLM-FLEN + 1:
                                 WS-COL-SCALE(WS-COL-IDX))
                 ADD WS-COL-SCALE(WS-COL-IDX) TO WS-DLM-FLEN
              END-IF
           END-IF.

       FIND-COLUMN-LEAD-DIGIT.
           IF WS-COL-ABS(WS-COL-POS:1) NOT = '0'
              MOVE WS-COL-POS TO WS-COL-FIRST
           END-IF.

      *   One staged amount column to a signed binary value, by the
      *   rules the SUM and HASH extractors apply: PACKED walks digit
      *   nibbles to a trailing sign nibble; NUMERIC and ZONED are
      *   display digits with an optional separate leading or
      *   trailing sign.
       EXTRACT-COLUMN-VALUE.
           MOVE 0 TO WS-COL-VALUE
           MOVE 'Y' TO WS-COL-OK
           MOVE 'N' TO WS-COL-NEG
           EVALUATE WS-COL-TYPE(WS-COL-IDX)
              WHEN 'P'
                 MOVE WS-COL-WLEN TO WS-COL-END
                 PERFORM EXTRACT-COLUMN-BYTE
                    VARYING WS-COL-POS FROM 1 BY 1
                    UNTIL WS-COL-POS > WS-COL-END
                       OR WS-COL-OK = 'N'
                 IF WS-COL-OK = 'Y' AND WS-COL-NEG = 'Y'
                    COMPUTE WS-COL-VALUE = 0 - WS-COL-VALUE
                 END-IF
              WHEN 'N'
              WHEN 'Z'
                 PERFORM EXTRACT-COLUMN-ZONED
              WHEN OTHER
                 MOVE 'N' TO WS-COL-OK
           END-EVALUATE.

       EXTRACT-COLUMN-BYTE.
           COMPUTE WS-BYTE-VAL =
              FUNCTION ORD(WS-COL-FIELD(WS-COL-POS:1)) - 1
           DIVIDE WS-BYTE-VAL BY 16
              GIVING WS-NIB-HI REMAINDER WS-NIB-LO
           IF WS-COL-POS < WS-COL-END
              IF WS-NIB-HI > 9 OR WS-NIB-LO > 9
                 MOVE 'N' TO WS-COL-OK
              ELSE
                 COMPUTE WS-COL-VALUE = WS-COL-VALUE * 100
                    + WS-NIB-HI * 10 + WS-NIB-LO
              END-IF
           ELSE
              IF WS-NIB-HI > 9 OR WS-NIB-LO < 10
                 MOVE 'N' TO WS-COL-OK
              ELSE
                 COMPUTE WS-COL-VALUE =
                    WS-COL-VALUE * 10 + WS-NIB-HI
                 IF WS-NIB-LO = 11 OR WS-NIB-LO = 13
                    MOVE 'Y' TO WS-COL-NEG
                 END-IF
              END-IF
           END-IF.

       EXTRACT-COLUMN-ZONED.
           MOVE 1 TO WS-COL-POS
           MOVE WS-COL-WLEN TO WS-COL-END
           EVALUATE TRUE
              WHEN WS-COL-FIELD(1:1) = '-'
                 MOVE 'Y' TO WS-COL-NEG
                 ADD 1 TO WS-COL-POS
                 SUBTRACT 1 FROM WS-COL-END
              WHEN WS-COL-FIELD(1:1) = '+'
                 ADD 1 TO WS-COL-POS
                 SUBTRACT 1 FROM WS-COL-END
              WHEN WS-COL-FIELD(WS-COL-WLEN:1) = '-'
                 MOVE 'Y' TO WS-COL-NEG
                 SUBTRACT 1 FROM WS-COL-END
              WHEN WS-COL-FIELD(WS-COL-WLEN:1) = '+'
                 SUBTRACT 1 FROM WS-COL-END
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-COL-END < WS-COL-POS
              MOVE 'N' TO WS-COL-OK
           ELSE
              COMPUTE WS-COL-FLD-END =
                 WS-COL-END - WS-COL-POS + 1
              IF WS-COL-FIELD(WS-COL-POS:WS-COL-FLD-END)
                 IS NUMERIC
                 MOVE FUNCTION NUMVAL(
                    WS-COL-FIELD(WS-COL-POS:WS-COL-FLD-END))
                   TO WS-COL-VALUE
                 IF WS-COL-NEG = 'Y'
                    COMPUTE WS-COL-VALUE = 0 - WS-COL-VALUE
                 END-IF
              ELSE
                 MOVE 'N' TO WS-COL-OK
              END-IF
           END-IF.

      *   The staged field onto the row: trailing spaces trimmed,
      *   and quoted - each embedded quote doubled - only when it
      *   holds the delimiter or a quote, so a plain field goes out
      *   exactly as it reads.
       APPEND-DLM-FIELD.
           IF WS-DLM-FLEN > 0
              IF WS-DLM-FLD(1:WS-DLM-FLEN) = SPACES
                 MOVE 0 TO WS-DLM-FLEN
              ELSE
                 PERFORM TRIM-DLM-FIELD
                    UNTIL WS-DLM-FLD(WS-DLM-FLEN:1) NOT = SPACE
              END-IF
           END-IF
           IF WS-DLM-FLEN > 0
              MOVE 0 TO WS-DLM-QCNT
              INSPECT WS-DLM-FLD(1:WS-DLM-FLEN)
                 TALLYING WS-DLM-QCNT FOR ALL WS-DLM-OUT-CHAR
                                          ALL '"'
              IF WS-DLM-QCNT = 0
                 IF WS-DLM-LEN + WS-DLM-FLEN > 32756
                    MOVE 'Y' TO WS-DLM-FULL
                    COMPUTE WS-DLM-FLEN = 32756 - WS-DLM-LEN
                 END-IF
                 IF WS-DLM-FLEN > 0
                    MOVE WS-DLM-FLD(1:WS-DLM-FLEN)
                      TO WS-DLM-LINE(WS-DLM-LEN + 1:WS-DLM-FLEN)
                    ADD WS-DLM-FLEN TO WS-DLM-LEN
                 END-IF
              ELSE
                 MOVE '"' TO WS-DLM-CH
                 PERFORM APPEND-DLM-CHAR
                 PERFORM APPEND-QUOTED-CHAR
                    VARYING WS-DLM-POS FROM 1 BY 1
                    UNTIL WS-DLM-POS > WS-DLM-FLEN
                 MOVE '"' TO WS-DLM-CH
                 PERFORM APPEND-DLM-CHAR
              END-IF
           END-IF.

       TRIM-DLM-FIELD.
           SUBTRACT 1 FROM WS-DLM-FLEN.

       APPEND-QUOTED-CHAR.
           MOVE WS-DLM-FLD(WS-DLM-POS:1) TO WS-DLM-CH
           IF WS-DLM-CH = '"'
              PERFORM APPEND-DLM-CHAR
           END-IF
           PERFORM APPEND-DLM-CHAR.

       APPEND-DLM-CHAR.
           IF WS-DLM-LEN < 32756
              ADD 1 TO WS-DLM-LEN
              MOVE WS-DLM-CH TO WS-DLM-LINE(WS-DLM-LEN:1)
           ELSE
              MOVE 'Y' TO WS-DLM-FULL
           END-IF.

      *   One inbound row into the fixed layout.  The row is walked a
      *   byte at a time: state S is the start of a field, U inside
      *   an unquoted field, Q inside a quoted one, and A just past a
      *   quote inside a quoted field - where a second quote is a
      *   literal quote, the delimiter ends the field and anything
      *   else is malformed, as is a quote loose in an unquoted field
      *   or a quote never closed.  A trailing carriage return, or
      *   the pad spaces a fixed-length transfer leaves behind, is
      *   not data; a row with nothing left is malformed.  The image
      *   is spaces out to the furthest column, and only replaces
      *   INREC once the whole row has parsed, so a malformed row is
      *   still in hand, exactly as read, for SYSUT5.
       PARSE-DELIMITED-ROW.
           MOVE IN-LEN TO WS-DLM-RLEN
           IF WS-DLM-RLEN > 0
              IF INREC(WS-DLM-RLEN:1) = X'0D'
                 SUBTRACT 1 FROM WS-DLM-RLEN
              END-IF
           END-IF
           IF WS-DLM-RLEN > 0
              IF INREC(1:WS-DLM-RLEN) = SPACES
                 MOVE 0 TO WS-DLM-RLEN
              ELSE
                 PERFORM TRIM-DLM-ROW
                    UNTIL INREC(WS-DLM-RLEN:1) NOT = SPACE
              END-IF
           END-IF
           IF WS-DLM-RLEN = 0
              MOVE 'N' TO WS-DLM-ROW-OK
           ELSE
              MOVE SPACES TO WS-DLM-IMAGE(1:WS-COL-MAX-END)
              MOVE 'S' TO WS-DLM-STATE
              MOVE 0 TO WS-DLM-FNO WS-DLM-FLEN
              PERFORM PARSE-ROW-CHAR
                 VARYING WS-DLM-POS FROM 1 BY 1
                 UNTIL WS-DLM-POS > WS-DLM-RLEN
                    OR WS-DLM-ROW-OK = 'N'
              IF WS-DLM-ROW-OK = 'Y'
                 IF WS-DLM-STATE = 'Q'
                    MOVE 'N' TO WS-DLM-ROW-OK
                 ELSE
                    PERFORM STORE-ROW-FIELD
                 END-IF
              END-IF
              IF WS-DLM-ROW-OK = 'Y' AND WS-DLM-FNO NOT = WS-COL-COUNT
                 MOVE 'N' TO WS-DLM-ROW-OK
              END-IF
              IF WS-DLM-ROW-OK = 'Y'
                 MOVE WS-COL-MAX-END TO IN-LEN
                 MOVE WS-DLM-IMAGE(1:IN-LEN) TO INREC(1:IN-LEN)
              END-IF
           END-IF.

       TRIM-DLM-ROW.
           SUBTRACT 1 FROM WS-DLM-RLEN.

       PARSE-ROW-CHAR.
           MOVE INREC(WS-DLM-POS:1) TO WS-DLM-CH
           EVALUATE WS-DLM-STATE
              WHEN 'S'
                 EVALUATE TRUE
                    WHEN WS-DLM-CH = '"'
                       MOVE 'Q' TO WS-DLM-STATE
                    WHEN WS-DLM-CH = WS-DLM-IN-CHAR
                       PERFORM STORE-ROW-FIELD
                    WHEN OTHER
                       PERFORM KEEP-ROW-CHAR
                       MOVE 'U' TO WS-DLM-STATE
                 END-EVALUATE
              WHEN 'U'
                 EVALUATE TRUE
                    WHEN WS-DLM-CH = WS-DLM-IN-CHAR
                       PERFORM STORE-ROW-FIELD
                       MOVE 'S' TO WS-DLM-STATE
                    WHEN WS-DLM-CH = '"'
                       MOVE 'N' TO WS-DLM-ROW-OK
                    WHEN OTHER
                       PERFORM KEEP-ROW-CHAR
                 END-EVALUATE
              WHEN 'Q'
                 IF WS-DLM-CH = '"'
                    MOVE 'A' TO WS-DLM-STATE
                 ELSE
                    PERFORM KEEP-ROW-CHAR
                 END-IF
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN WS-DLM-CH = '"'
                       PERFORM KEEP-ROW-CHAR
                       MOVE 'Q' TO WS-DLM-STATE
                    WHEN WS-DLM-CH = WS-DLM-IN-CHAR
                       PERFORM STORE-ROW-FIELD
                       MOVE 'S' TO WS-DLM-STATE
                    WHEN OTHER
                       MOVE 'N' TO WS-DLM-ROW-OK
                 END-EVALUATE
           END-EVALUATE.

       KEEP-ROW-CHAR.
           ADD 1 TO WS-DLM-FLEN
           MOVE WS-DLM-CH TO WS-DLM-FLD(WS-DLM-FLEN:1).

      *   A completed field into its column.  One field more than
      *   there are COLUMN cards is as malformed as one fewer.
       STORE-ROW-FIELD.
           ADD 1 TO WS-DLM-FNO
           IF WS-DLM-FNO > WS-COL-COUNT
              MOVE 'N' TO WS-DLM-ROW-OK
           ELSE
              MOVE WS-DLM-FNO TO WS-COL-IDX
              IF WS-COL-TYPE(WS-COL-IDX) = 'C'
                 PERFORM STORE-TEXT-COLUMN
              ELSE
                 PERFORM STORE-AMOUNT-COLUMN
              END-IF
           END-IF
           MOVE 0 TO WS-DLM-FLEN.

      *   Text lands left-justified, space-filled; trailing spaces
      *   do not count against the column's width, anything else
      *   past it does.
       STORE-TEXT-COLUMN.
           IF WS-DLM-FLEN > 0
              IF WS-DLM-FLD(1:WS-DLM-FLEN) = SPACES
                 MOVE 0 TO WS-DLM-FLEN
              ELSE
                 PERFORM TRIM-DLM-FIELD
                    UNTIL WS-DLM-FLD(WS-DLM-FLEN:1) NOT = SPACE
              END-IF
           END-IF
           IF WS-DLM-FLEN > WS-COL-LEN(WS-COL-IDX)
              MOVE 'N' TO WS-DLM-ROW-OK
           ELSE
              IF WS-DLM-FLEN > 0
                 MOVE WS-DLM-FLD(1:WS-DLM-FLEN)
                   TO WS-DLM-IMAGE(WS-COL-START(WS-COL-IDX):
                                   WS-DLM-FLEN)
              END-IF
           END-IF.

      *   An amount field - optional spaces, an optional leading sign,
      *   digits with at most one decimal point - lands in the
      *   column's own format with the point implied at its scale.
      *   More fraction digits than the scale (other than trailing
      *   zeros), more integer digits than the column holds, a sign
      *   on an unsigned NUMERIC column, or no digits at all behind a
      *   sign or point make the row malformed; an empty field is
      *   zero.  The digits are laid out right-justified in WS-ED-
      *   DIGITS the way REFORMAT-PACK-FIELD lays them, then moved,
      *   signed or packed into place.
       STORE-AMOUNT-COLUMN.
           MOVE 'L' TO WS-DLM-NSTATE
           MOVE 'N' TO WS-ED-NEG
           MOVE 0 TO WS-DLM-NDIGS WS-DLM-ICNT WS-DLM-FCNT
           COMPUTE WS-COL-INTLEN =
              WS-COL-DIGITS(WS-COL-IDX) - WS-COL-SCALE(WS-COL-IDX)
           PERFORM SCAN-AMOUNT-CHAR
              VARYING WS-COL-POS FROM 1 BY 1
              UNTIL WS-COL-POS > WS-DLM-FLEN OR WS-DLM-ROW-OK = 'N'
           IF WS-DLM-ROW-OK = 'Y'
              AND WS-DLM-NDIGS = 0 AND WS-DLM-NSTATE NOT = 'L'
              MOVE 'N' TO WS-DLM-ROW-OK
           END-IF
           IF WS-DLM-ROW-OK = 'Y'
              AND WS-ED-NEG = 'Y' AND WS-COL-TYPE(WS-COL-IDX) = 'N'
              MOVE 'N' TO WS-DLM-ROW-OK
           END-IF
           IF WS-DLM-ROW-OK = 'Y'
              MOVE WS-COL-DIGITS(WS-COL-IDX) TO WS-ED-OUTLEN
              MOVE ALL '0' TO WS-ED-DIGITS(1:WS-ED-OUTLEN)
              IF WS-DLM-ICNT > 0
                 MOVE WS-DLM-INT(1:WS-DLM-ICNT)
                   TO WS-ED-DIGITS(WS-COL-INTLEN - WS-DLM-ICNT + 1:
                                   WS-DLM-ICNT)
              END-IF
              IF WS-DLM-FCNT > 0
                 MOVE WS-DLM-FRAC(1:WS-DLM-FCNT)
                   TO WS-ED-DIGITS(WS-COL-INTLEN + 1:WS-DLM-FCNT)
              END-IF
              IF WS-ED-DIGITS(1:WS-ED-OUTLEN) = ZEROS
                 MOVE 'N' TO WS-ED-NEG
              END-IF
              EVALUATE WS-COL-TYPE(WS-COL-IDX)
                 WHEN 'N'
                    MOVE WS-ED-DIGITS(1:WS-ED-OUTLEN)
                      TO WS-DLM-IMAGE(WS-COL-START(WS-COL-IDX):
                                      WS-ED-OUTLEN)
                 WHEN 'Z'
                    MOVE WS-ED-DIGITS(1:WS-ED-OUTLEN)
                      TO WS-DLM-IMAGE(WS-COL-START(WS-COL-IDX):
                                      WS-ED-OUTLEN)
                    IF WS-ED-NEG = 'Y'
                       MOVE '-' TO WS-DLM-IMAGE(
                          WS-COL-START(WS-COL-IDX) + WS-ED-OUTLEN:1)
                    ELSE
                       MOVE '+' TO WS-DLM-IMAGE(
                          WS-COL-START(WS-COL-IDX) + WS-ED-OUTLEN:1)
                    END-IF
                 WHEN OTHER
                    MOVE WS-COL-LEN(WS-COL-IDX) TO WS-ED-OUTLEN
                    PERFORM PACK-COLUMN-BYTE
                       VARYING WS-ED-POS FROM 1 BY 1
                       UNTIL WS-ED-POS > WS-ED-OUTLEN
              END-EVALUATE
           END-IF.

       SCAN-AMOUNT-CHAR.
           MOVE WS-DLM-FLD(WS-COL-POS:1) TO WS-DLM-CH
           EVALUATE TRUE
              WHEN WS-DLM-CH = SPACE
                 EVALUATE WS-DLM-NSTATE
                    WHEN 'L'
                    WHEN 'T'
                       CONTINUE
                    WHEN 'I'
                    WHEN 'F'
                       MOVE 'T' TO WS-DLM-NSTATE
                    WHEN OTHER
                       MOVE 'N' TO WS-DLM-ROW-OK
                 END-EVALUATE
              WHEN WS-DLM-CH = '-' OR WS-DLM-CH = '+'
                 IF WS-DLM-NSTATE = 'L'
                    IF WS-DLM-CH = '-'
                       MOVE 'Y' TO WS-ED-NEG
                    END-IF
                    MOVE 'S' TO WS-DLM-NSTATE
                 ELSE
                    MOVE 'N' TO WS-DLM-ROW-OK
                 END-IF
              WHEN WS-DLM-CH = '.'
                 IF WS-DLM-NSTATE = 'L' OR WS-DLM-NSTATE = 'S'
                    OR WS-DLM-NSTATE = 'I'
                    MOVE 'F' TO WS-DLM-NSTATE
                 ELSE
                    MOVE 'N' TO WS-DLM-ROW-OK
                 END-IF
              WHEN WS-DLM-CH IS NUMERIC
                 EVALUATE WS-DLM-NSTATE
                    WHEN 'T'
                       MOVE 'N' TO WS-DLM-ROW-OK
                    WHEN 'F'
                       ADD 1 TO WS-DLM-NDIGS
                       IF WS-DLM-FCNT < WS-COL-SCALE(WS-COL-IDX)
                          ADD 1 TO WS-DLM-FCNT
                          MOVE WS-DLM-CH TO WS-DLM-FRAC(WS-DLM-FCNT:1)
                       ELSE
                          IF WS-DLM-CH NOT = '0'
                             MOVE 'N' TO WS-DLM-ROW-OK
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE 'I' TO WS-DLM-NSTATE
                       ADD 1 TO WS-DLM-NDIGS
                       IF WS-DLM-ICNT > 0 OR WS-DLM-CH NOT = '0'
                          IF WS-DLM-ICNT < WS-COL-INTLEN
                             ADD 1 TO WS-DLM-ICNT
                             MOVE WS-DLM-CH
                               TO WS-DLM-INT(WS-DLM-ICNT:1)
                          ELSE
                             MOVE 'N' TO WS-DLM-ROW-OK
                          END-IF
                       END-IF
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'N' TO WS-DLM-ROW-OK
           END-EVALUATE.

      *   PACK-ONE-BYTE's nibble rule, landing in the parse image
      *   instead of the reformat buffer.
       PACK-COLUMN-BYTE.
           IF WS-ED-POS < WS-ED-OUTLEN
              MOVE WS-ED-DIGITS(WS-ED-POS * 2 - 1:1) TO WS-ED-DIG1
              MOVE WS-ED-DIGITS(WS-ED-POS * 2:1)     TO WS-ED-DIG2
              COMPUTE WS-BYTE-VAL = WS-ED-DIG1 * 16 + WS-ED-DIG2 + 1
           ELSE
              MOVE WS-ED-DIGITS(WS-ED-POS * 2 - 1:1) TO WS-ED-DIG1
              IF WS-ED-NEG = 'Y'
                 COMPUTE WS-BYTE-VAL = WS-ED-DIG1 * 16 + 13 + 1
              ELSE
                 COMPUTE WS-BYTE-VAL = WS-ED-DIG1 * 16 + 12 + 1
              END-IF
           END-IF
           MOVE FUNCTION CHAR(WS-BYTE-VAL)
             TO WS-DLM-IMAGE(WS-COL-START(WS-COL-IDX)
                             + WS-ED-POS - 1:1).

      *   Fresh framing for the outputs.  The header carries the run
      *   stamp captured at INIT; each trailer is built around the
      *   figures true for its own file - SYSUT2 around the records
                 VARYING WS-IN-IDX FROM 1 BY 1
                 UNTIL WS-IN-IDX > WS-IN-COUNT
           END-IF
           IF WS-RTY-COUNT > 0
              PERFORM PRINT-RECTYPE-LINE
                 VARYING WS-RTY-IDX FROM 1 BY 1
                 UNTIL WS-RTY-IDX > WS-RTY-COUNT
              PERFORM PRINT-OTHER-TYPE-LINE
           END-IF
           IF WS-RUN-MODE = 'U'
              MOVE WS-ADDED-COUNT    TO WS-RPT-NUM1
              MOVE WS-REPLACED-COUNT TO WS-RPT-NUM2
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-DLM-OUT-SW = 'Y'
              MOVE WS-COL-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "SYSUT2 WRITTEN AS DELIMITED TEXT, DELIMITER="
                                  DELIMITED BY SIZE
                     WS-DLM-OUT-CHAR   DELIMITED BY SIZE
                     "  COLUMNS="      DELIMITED BY SIZE
                     WS-RPT-NUM1(17:2) DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-DLM-IN-SW = 'Y'
              MOVE WS-DLM-BAD-ROWS TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "DELIMITED ROWS REJECTED AS MALFORMED="
                                  DELIMITED BY SIZE
                     WS-RPT-NUM1  DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF
           IF WS-SMP-MODE NOT = ' '
              PERFORM PRINT-SAMPLE-LINE
           END-IF
           IF WS-MSK-COUNT > 0
              MOVE "MASKED FIELDS - SEED SUPPLIED ON SYSIN, NOT PRINTED"
                TO PRTLINE
              WRITE PRTLINE
              MOVE SPACES TO PRTLINE
              STRING "SYSUT5 AND SYSUT6 CARRY MASKED IMAGES ONLY - "
                                  DELIMITED BY SIZE
                     "DELIMIT IN= REFUSED, NO ROW KEPT AS READ"
                                  DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              PERFORM PRINT-MASK-FIELD-LINE
                 VARYING WS-MSK-IDX FROM 1 BY 1
                 UNTIL WS-MSK-IDX > WS-MSK-COUNT
           END-IF
           IF WS-VAL-COUNT > 0
              MOVE WS-REJECT-COUNT TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
           END-STRING
           WRITE PRTLINE.

      *   One line per RECTYPE card, in card order, then the OTHER
      *   line for records no card claimed - the lines add back up
      *   to the run's READ count.
       PRINT-RECTYPE-LINE.
           MOVE WS-RTY-READ(WS-RTY-IDX)     TO WS-RPT-NUM1
           MOVE WS-RTY-WRITTEN(WS-RTY-IDX)  TO WS-RPT-NUM2
           MOVE WS-RTY-REJECTED(WS-RTY-IDX) TO WS-RPT-NUM3
           MOVE WS-RTY-IDX TO WS-RPT-NUM4
           PERFORM SET-RECTYPE-DISP
           MOVE SPACES TO PRTLINE
           STRING "RECTYPE "         DELIMITED BY SIZE
                  WS-RPT-NUM4(17:2)  DELIMITED BY SIZE
                  " VALUE="          DELIMITED BY SIZE
                  WS-RTY-DISP        DELIMITED BY "  "
                  " READ="           DELIMITED BY SIZE
                  WS-RPT-NUM1        DELIMITED BY SIZE
                  "  WRITTEN="       DELIMITED BY SIZE
                  WS-RPT-NUM2        DELIMITED BY SIZE
                  "  REJECTED="      DELIMITED BY SIZE
                  WS-RPT-NUM3        DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

       PRINT-OTHER-TYPE-LINE.
           MOVE WS-RTY-OTH-READ     TO WS-RPT-NUM1
           MOVE WS-RTY-OTH-WRITTEN  TO WS-RPT-NUM2
           MOVE WS-RTY-OTH-REJECTED TO WS-RPT-NUM3
           MOVE SPACES TO PRTLINE
           STRING "RECTYPE OTHER READ=" DELIMITED BY SIZE
                  WS-RPT-NUM1           DELIMITED BY SIZE
                  "  WRITTEN="          DELIMITED BY SIZE
                  WS-RPT-NUM2           DELIMITED BY SIZE
                  "  REJECTED="         DELIMITED BY SIZE
                  WS-RPT-NUM3           DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.

      *   Names the RECTYPE group a SUM field or VALIDATE rule was
      *   read under, for the report lines: ALL for a common card,
      *   NONE for one filed past the tenth RECTYPE card.
       SET-RECTYPE-DISP.
           EVALUATE TRUE
              WHEN WS-RTY-IDX = 0
                 MOVE "ALL" TO WS-RTY-DISP
              WHEN WS-RTY-IDX > WS-RTY-COUNT
                 MOVE "NONE" TO WS-RTY-DISP
              WHEN OTHER
                 MOVE WS-RTY-VALUE(WS-RTY-IDX) TO WS-RTY-DISP
           END-EVALUATE.

       PRINT-SUM-GRAND-LINE.
           MOVE WS-SUB-IDX TO WS-RPT-NUM1
           MOVE WS-SUM-START(WS-SUB-IDX) TO WS-RPT-NUM2
                  WS-SUM-DISP        DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           IF WS-RTY-COUNT > 0
              MOVE WS-SUM-RTY(WS-SUB-IDX) TO WS-RTY-IDX
              PERFORM SET-RECTYPE-DISP
              MOVE " RECTYPE=" TO PRTLINE(69:9)
              MOVE WS-RTY-DISP TO PRTLINE(78:20)
           END-IF
           WRITE PRTLINE.

       PRINT-VAL-RULE-LINE.
                  WS-RPT-NUM4(10:9) DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           IF WS-RTY-COUNT > 0
              MOVE WS-VAL-RTY(WS-VAL-IDX) TO WS-RTY-IDX
              PERFORM SET-RECTYPE-DISP
              MOVE " RECTYPE=" TO PRTLINE(66:9)
              MOVE WS-RTY-DISP TO PRTLINE(75:20)
           END-IF
           WRITE PRTLINE.

      *   Records passed over are the ones the sample never let into
      *   the selection; a FIRST= sample whose prefix table filled
      *   is short of what the card asked for and warns at RC=4.
       PRINT-SAMPLE-LINE.
           MOVE WS-SMP-N TO WS-RPT-NUM1
           MOVE SPACES TO PRTLINE
           EVALUATE WS-SMP-MODE
              WHEN 'E'
                 STRING "SAMPLE EVERY="     DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9)   DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
              WHEN 'C'
                 MOVE WS-SMP-TOTAL TO WS-RPT-NUM2
                 STRING "SAMPLE COUNT="     DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9)   DELIMITED BY SIZE
                        " OF "              DELIMITED BY SIZE
                        WS-RPT-NUM2         DELIMITED BY SIZE
                        " RECORDS"          DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
              WHEN OTHER
                 MOVE WS-SMP-PFX-LEN   TO WS-RPT-NUM2
                 MOVE WS-SMP-PFX-COUNT TO WS-RPT-NUM3
                 STRING "SAMPLE FIRST="     DELIMITED BY SIZE
                        WS-RPT-NUM1(10:9)   DELIMITED BY SIZE
                        " PER KEY PREFIX OF " DELIMITED BY SIZE
                        WS-RPT-NUM2(17:2)   DELIMITED BY SIZE
                        " BYTES  PREFIXES=" DELIMITED BY SIZE
                        WS-RPT-NUM3(16:3)   DELIMITED BY SIZE
                        INTO PRTLINE
                 END-STRING
           END-EVALUATE
           WRITE PRTLINE
           COMPUTE WS-RPT-NUM1 = WS-COUNT - WS-SMP-DROPPED
           MOVE WS-SMP-DROPPED TO WS-RPT-NUM2
           MOVE SPACES TO PRTLINE
           STRING "SAMPLED="           DELIMITED BY SIZE
                  WS-RPT-NUM1          DELIMITED BY SIZE
                  "  PASSED OVER="     DELIMITED BY SIZE
                  WS-RPT-NUM2          DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           IF WS-SMP-OVERFLOW > 0
              MOVE WS-SMP-OVERFLOW TO WS-RPT-NUM1
              MOVE SPACES TO PRTLINE
              STRING "PREFIX TABLE FULL - RECORDS OF NEW PREFIXES "
                                   DELIMITED BY SIZE
                     "PASSED OVER=" DELIMITED BY SIZE
                     WS-RPT-NUM1   DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM BUMP-RC
           END-IF.

      *   One line per MASK FIELD= card for the data-protection sign-
      *   off: what was masked, where, and how many values.  Dates
      *   left as null dates, non-dates given the account-number
      *   substitution and records too short for the field follow on
      *   a second line when there are any.
       PRINT-MASK-FIELD-LINE.
           EVALUATE WS-MSK-TYPE(WS-MSK-IDX)
              WHEN 'N'
                 MOVE 'NAME'    TO WS-MSK-TYPE-DISP
              WHEN 'A'
                 MOVE 'ACCOUNT' TO WS-MSK-TYPE-DISP
              WHEN OTHER
                 MOVE 'DATE'    TO WS-MSK-TYPE-DISP
           END-EVALUATE
           MOVE WS-MSK-IDX               TO WS-RPT-NUM1
           MOVE WS-MSK-START(WS-MSK-IDX) TO WS-RPT-NUM2
           MOVE WS-MSK-LEN(WS-MSK-IDX)   TO WS-RPT-NUM3
           MOVE WS-MSK-DONE(WS-MSK-IDX)  TO WS-RPT-NUM4
           MOVE SPACES TO PRTLINE
           STRING "MASK FIELD="     DELIMITED BY SIZE
                  WS-RPT-NUM1(17:2) DELIMITED BY SIZE
                  " TYPE="          DELIMITED BY SIZE
                  WS-MSK-TYPE-DISP  DELIMITED BY SIZE
                  " START="         DELIMITED BY SIZE
                  WS-RPT-NUM2(14:5) DELIMITED BY SIZE
                  " LEN="           DELIMITED BY SIZE
                  WS-RPT-NUM3(14:5) DELIMITED BY SIZE
                  " MASKED="        DELIMITED BY SIZE
                  WS-RPT-NUM4(10:9) DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           IF WS-RTY-COUNT > 0
              MOVE WS-MSK-RTY(WS-MSK-IDX) TO WS-RTY-IDX
              PERFORM SET-RECTYPE-DISP
              MOVE " RECTYPE=" TO PRTLINE(66:9)
              MOVE WS-RTY-DISP TO PRTLINE(75:20)
           END-IF
           WRITE PRTLINE
           IF WS-MSK-NULLS(WS-MSK-IDX) > 0
              OR WS-MSK-SCRAM(WS-MSK-IDX) > 0
              OR WS-MSK-SHORT(WS-MSK-IDX) > 0
              MOVE WS-MSK-NULLS(WS-MSK-IDX) TO WS-RPT-NUM1
              MOVE WS-MSK-SCRAM(WS-MSK-IDX) TO WS-RPT-NUM2
              MOVE WS-MSK-SHORT(WS-MSK-IDX) TO WS-RPT-NUM3
              MOVE SPACES TO PRTLINE
              STRING "    NULL DATES KEPT="    DELIMITED BY SIZE
                     WS-RPT-NUM1(10:9)         DELIMITED BY SIZE
                     "  NOT A DATE, DIGITS SUBSTITUTED="
                                               DELIMITED BY SIZE
                     WS-RPT-NUM2(10:9)         DELIMITED BY SIZE
                     "  SHORT RECORDS="        DELIMITED BY SIZE
                     WS-RPT-NUM3(10:9)         DELIMITED BY SIZE
                     INTO PRTLINE
              END-STRING
              WRITE PRTLINE
           END-IF.

      *   Guards the division when nothing was ever written - a
      *   zero-record run leaves the average at zero rather than
      *   raising SIZE ERROR.
      *   the SYSPRINT spool.  Self-contained like WRITE-CHECKPOINT
      *   (open extend, write, close); an audit failure is logged and
      *   bumps the RC but never disturbs the copy's own outcome.
      *   OMITTED carries the records a SAMPLE passed over along with
      *   those INCLUDE/OMIT left out - neither reached SYSUT2.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDFILE
           IF AUD-STAT NOT = "00" AND NOT = "97" AND NOT = "05"
              MOVE WS-WRITTEN-COUNT TO AUD-WRITTEN
              MOVE WS-COUNT3        TO AUD-COUNT3
              MOVE WS-COUNT4        TO AUD-COUNT4
              COMPUTE AUD-OMITTED = WS-OMIT-COUNT + WS-SMP-DROPPED
              COMPUTE AUD-VIOLATIONS = WS-TRUNC-COUNT + WS-REJECT-COUNT
                                     + WS-DLM-BAD-ROWS
              MOVE WS-FINAL-RC      TO AUD-RC
              MOVE WS-ADDED-COUNT   TO AUD-ADDED
              MOVE 0                TO AUD-DELETED
              WRITE AUDREC
              IF AUD-STAT NOT = "00"
                 IF PRT-STAT = "00"
