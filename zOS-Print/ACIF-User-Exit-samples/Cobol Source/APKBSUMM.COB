000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000107* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 06   *!@06A
000107*    SKIP THE SUPPRESSED-STATEMENT RECORDS (TYPE U) TOO, FOR THE *!@06A
000107*    SAME REASON.                                                *!@06A
000108* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000108*    SKIP THE BAD-ADDRESS HOLD RECORDS (TYPE W) TOO, FOR THE     *!@05A
000108*    SAME REASON.                                                *!@05A
000109* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000118*    SKIP APKINPXT'S ELECTRONIC-DELIVERY RECORDS (TYPE V) TOO:   *!@04A
000127*    THEIR PAGES ARE ALREADY IN THE SAME RUN'S END RECORD.       *!@04A
000137* LAST UPDATE ON 22 Aug 2026            BY  HOWARDT VERSION 03   *!@03A
000137*    THE SUMMARY RECORD NOW CARRIES A FULL YYYYMMDD DATE, SO      *!@03A
000137*    THE DAILY TREND LINES SORT ACROSS YEAR AND CENTURY           *!@03A
021610* a start event record carries no figures; only end records       !@02A
021620* (including those written before the type field existed,         !@02A
021630* whose type is blank) count toward the day's volumes.            !@02A
021633* an electronic-delivery record repeats pages its end record      !@04A
021636* already counted.                                                !@04A
021638* so does a bad-address hold record.                              !@05A
021639* and a suppressed-statement record.                              !@06A
021640     IF SUM-RECTYPE = 'S' OR SUM-RECTYPE = 'V'                    !@05C
021645        OR SUM-RECTYPE = 'W' OR SUM-RECTYPE = 'U'                 !@06C
021650      THEN                                                         !@02A
021660       PERFORM 0015-READ-HISTORY;                                  !@02A
021670       GO TO 0020-EXIT                                             !@02A
