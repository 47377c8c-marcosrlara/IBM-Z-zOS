000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000103*    THE RECONCILIATION RESULT (SMF6REC, PASS OR FAIL, WITH THE  *!@04A
000103*    COUNT OF JOBS OUT OF RECONCILIATION) IS STAGED FOR THE      *!@04A
000103*    APKDAILY MONITORING FEED THROUGH THE SHARED APKMETW MEMBER. *!@04A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000104*    PAGES HELD OUT OF THE MAIL FOR A BAD ADDRESS (APKINPXT'S    *!@03A
000104*    TYPE W RECORDS) ARE TAKEN OFF THE PRODUCED SIDE THE SAME    *!@03A
000104*    WAY: APKEDLV DIVERTS THEM TO THE APKRTSH DATASET.           *!@03A
000106* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000113*    PAGES APKINPXT MARKED FOR ELECTRONIC DELIVERY (ITS TYPE V   *!@02A
000120*    RECORDS) ARE TAKEN OFF THE PRODUCED SIDE: THE APKEDLV       *!@02A
000126*    STEP KEEPS THEM OUT OF THE PRINT STREAM, SO THE PRINTER     *!@02A
000133*    NEVER COUNTS THEM.                                          *!@02A
000140* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 01   *
000142*    NEW PROGRAM.                                                *
000200 ID DIVISION.
003400                            one job are summed
003500                 PAPKSMF6 - the report, LRECL 125, BLKSIZE
003600                            n*125+4, VBA
003612                APKMETS  - the window metrics staging file,       !@04A
003625                            DISP=MOD: the result of the           !@04A
003637                            reconciliation is staged there        !@04A
003650                            for the APKDAILY monitoring feed      !@04A
003662                            through the shared APKMETW member     !@04A
003675                APKWSTA  - the window-state record APKMETW        !@04A
003687                            reads, read only                      !@04A
003700
003800               A job whose produced and printed counts
003900               disagree - or that appears on only one side -
004500               describe the original volume, not what was
004550               queued, so the job is shown but not judged -
004600               the same exemption APKBSUMR gives its balance.
004625               Pages APKINPXT marked for electronic delivery      !@02A
004650               (its type V records) are subtracted from the       !@02A
004675               produced side: they never reach the printer.       !@02A
004700 DATE-WRITTEN. 2 Sep 2026.
004800 DATE-COMPILED.
004900 SECURITY. IBM SAMPLE CODE ONLY.
015700 77  EXCEPTION-CNTR          PIC 9(8) BINARY VALUE ZERO.
015800 77  DIFF-WORK               PIC S9(9) BINARY VALUE ZERO.
015900 77  EXCEPT-DISP             PIC ZZZ,ZZ9.
015906* the window metrics record for this check, staged for the        !@04A
015913* APKDAILY monitoring feed through the shared APKMETW member.     !@04A
015920 77  APKMETW-PGM             PIC X(8) VALUE 'APKMETW'.            !@04A
015926 77  MET-TYPE                PIC X(3) VALUE 'CHK'.                !@04A
015933 77  MET-KEY                 PIC X(8) VALUE 'SMF6REC'.            !@04A
015940 77  MET-STATUS              PIC X(4) VALUE 'PASS'.               !@04A
015946 77  MET-PAGES               PIC 9(9) VALUE ZERO.                 !@04A
015953 77  MET-RECORDS             PIC 9(9) VALUE ZERO.                 !@04A
015960 77  MET-ELAPSED             PIC 9(7) VALUE ZERO.                 !@04A
015966 77  MET-DEVIATION           PIC 9(5) VALUE ZERO.                 !@04A
015973 01  MET-DETAIL.                                                  !@04A
015980     05  MET-COUNT           PIC 9(8) VALUE ZERO.                 !@04A
015986     05  FILLER              PIC X(24) VALUE                      !@04A
015993         ' JOBS NOT RECONCILED'.                                  !@04A
016000* one entry per JOBID, with pages produced (summary side) and
016100* pages printed (SMF side).
016200 01  RECON-TABLE.
024070* the original volume - that job is exempted at report time.
024200     IF (SUM-EXIT-ID = 'APKINPTS' OR SUM-EXIT-ID = 'APKINPXT')
024300        AND SUM-RECTYPE NOT = 'S'
024350        AND SUM-RECTYPE NOT = 'V'                                 !@02A
024375        AND SUM-RECTYPE NOT = 'W'                                 !@03A
024400      THEN
024500       MOVE SUM-JOBID TO WK-JOBID;
024600       PERFORM 0250-FIND-RECON-ENTRY;
025000         MOVE 'Y' TO RJ-IN-SUM (RJ-INDEX)
025100       END-IF
025200     END-IF.
025201* a type-V record's pages went to the electronic-presentment      !@02A
025202* dataset, not the printer; a type-W record's to the bad-address  !@03C
025203* hold dataset.                                                   !@03A
025204     IF SUM-RECTYPE = 'V' OR SUM-RECTYPE = 'W'                    !@03C
025205      THEN                                                        !@02A
025206       MOVE SUM-JOBID TO WK-JOBID;                                !@02A
025207       PERFORM 0250-FIND-RECON-ENTRY;                             !@02A
025208       IF RJ-FOUND                                                !@02A
025209          AND RJ-PRODUCED (RJ-INDEX) NOT < SUM-PAGECNT            !@02A
025210        THEN                                                      !@02A
025212         SUBTRACT SUM-PAGECNT FROM RJ-PRODUCED (RJ-INDEX)         !@02A
025214       END-IF                                                     !@02A
025216     END-IF.                                                      !@02A
025218     IF SUM-RECTYPE = 'R'
025220      THEN
025230       MOVE SUM-JOBID TO WK-JOBID;
025240       PERFORM 0250-FIND-RECON-ENTRY;
031500     MOVE EXCEPTION-CNTR TO EXCEPT-DISP.
031600     DISPLAY PGMNAME, EXCEPT-DISP,
031700         ' JOBS OUT OF RECONCILIATION.'.
031711     IF EXCEPTION-CNTR > ZERO                                     !@04A
031722      THEN                                                        !@04A
031733       MOVE 'FAIL' TO MET-STATUS                                  !@04A
031744     END-IF.                                                      !@04A
031755     MOVE EXCEPTION-CNTR TO MET-COUNT.                            !@04A
031766     CALL APKMETW-PGM USING MET-TYPE, MET-KEY, MET-STATUS,        !@04A
031777                            MET-PAGES, MET-RECORDS, MET-ELAPSED,  !@04A
031788                            MET-DEVIATION, MET-DETAIL, PGMNAME.   !@04A
031800 END PROGRAM APKSMF6R.
