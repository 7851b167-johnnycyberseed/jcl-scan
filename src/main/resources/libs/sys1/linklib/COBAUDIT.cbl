      *----------------------------------------------------------------*
      *  COBAUDIT - run-history report over the COBGENER audit file    *
      *  - Reads the AUDIT01 history dataset (one record appended per  *
      *    COBGENER, COBMAINT, COBPURGE or COBBKOUT execution) and     *
      *    prints one line per run: stamp, return code, the options in *
      *    effect, the record counts and the master-cluster keys added *
      *    and deleted.                                                *
      *  - An optional MONTH=YYYYMM card on SYSIN restricts the report *
      *    to that month's runs; with no card every run on file is     *
      *    listed.                                                     *
      *   held, 'R' refused for contention, 'N' no lock in effect,
      *   space on records written before locking existed.
           05  AUD-LCK        PIC X.
      *   Master-cluster keys added and deleted - spaces on records
      *   written before they existed.
           05  AUD-ADDED      PIC 9(12).
           05  AUD-DELETED    PIC 9(12).
           05  FILLER         PIC X(6).

      *   SYSIN control-card image (classic 80-byte statement card).
       FD  CTLFILE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE
           MOVE 0 TO WS-RPT-NUM1 WS-RPT-NUM2
           IF AUD-ADDED IS NUMERIC
              MOVE AUD-ADDED TO WS-RPT-NUM1
           END-IF
           IF AUD-DELETED IS NUMERIC
              MOVE AUD-DELETED TO WS-RPT-NUM2
           END-IF
           MOVE SPACES TO PRTLINE
           STRING "          OPTIONS: " DELIMITED BY SIZE
                  AUD-OPTS              DELIMITED BY SIZE
                  " LCK="               DELIMITED BY SIZE
                  AUD-LCK               DELIMITED BY SIZE
                  " ADD="               DELIMITED BY SIZE
                  WS-RPT-NUM1(10:9)     DELIMITED BY SIZE
                  " DEL="               DELIMITED BY SIZE
                  WS-RPT-NUM2(10:9)     DELIMITED BY SIZE
                  INTO PRTLINE
           END-STRING
           WRITE PRTLINE.
