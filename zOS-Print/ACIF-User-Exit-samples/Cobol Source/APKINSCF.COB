000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000099* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 09   *!@09A
000099*    GROUPS APKEDLV TOOK OFF PRINT BECAUSE THEIR REPORT'S        *!@09A
000099*    SUBSCRIPTION LAPSED (A IN GXRF-DELIVERY) ARE SKIPPED TOO,   *!@09A
000099*    COUNTED APART.                                              *!@09A
000100* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 08   *!@08A
000100*    GROUPS APKEDLV DROPPED FROM THE PRINT STREAM UNDER A        *!@08A
000100*    STATEMENT SUPPRESSION RULE (S IN GXRF-DELIVERY) ARE SKIPPED *!@08A
000100*    TOO, COUNTED APART.                                         *!@08A
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 07   *!@07A
000101*    NO INSERTER RECORD IS WRITTEN FOR A JOB WHOSE LATEST QC     *!@07A
000101*    SIGN-OFF IN THE WINDOW (APKQCSO) IS NOT AN APPROVAL; A JOB  *!@07A
000101*    HELD FOR A REJECTED SAMPLE ENDS THE STEP RC=8 WITH APK026E, *!@07A
000101*    ONE STILL AWAITING SIGN-OFF OR NEVER SAMPLED RC=4.          *!@07A
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 06   *!@06A
000102*    THE INSERTER FILE IS RECORDED AS STAGE INSERTER IN THE      *!@06A
000102*    DATASET LINEAGE FILE, ONCE FOR EACH JOB IT HOLDS            *!@06A
000102*    STATEMENTS OF, UNDER THE DATASET NAME IN THE EXEC PARM.     *!@06A
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000103*    THE TRAY OR SACK BREAK THE APKPSORT PRESORT STEP MARKED IN  *!@05A
000103*    GXRF COLUMN 75 IS CARRIED TO THE NEW INSF-BREAK BYTE, SO    *!@05A
000103*    THE INSERTER OPERATOR CAN SWAP TRAYS AT THE RIGHT PIECE.    *!@05A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000104*    GROUPS APKEDLV HELD OUT OF THE MAIL FOR A BAD ADDRESS (R IN *!@04A
000104*    GXRF-DELIVERY) ARE SKIPPED TOO, COUNTED APART.              *!@04A
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000106*    GROUPS THE APKEDLV STEP DELIVERED ELECTRONICALLY (E IN      *!@03A
000107*    GXRF-DELIVERY) ARE NOW SKIPPED: THEIR PAGES WERE TAKEN      *!@03A
000108*    OUT OF THE PRINT STREAM, SO LIKE A HELD GROUP THEY GET      *!@03A
000109*    NO INSERTER RECORD.                                         *!@03A
000110* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 02   *!@02A
000112*    GROUPS ON THE APKHLDC LEGAL-HOLD LIST ARE NOW SKIPPED:      *!@02A
000114*    APKOUTXT DIVERTS THEIR PAGES OUT OF THE MAILABLE OUTPUT     *!@02A
004300                            one 80-byte record per statement
004400                            with the group name, job name,
004500                            first and last page, sheet count,
004600                            bin, divert flag, and the tray (T)    !@05C
004633                            or sack (S) break the presort step    !@05A
004666                            marked ahead of the statement         !@05A
004700               With no bin card at all the step ends with
004800               return code 4 and writes nothing, so a missing
004900               control member is visible instead of every
005300               desynchronize every envelope behind them. The      !@02A
005310               count of skipped statements goes to the job        !@02A
005320               log.                                               !@02A
005255
005256               A group the electronic-delivery step APKEDLV       !@03A
005257               took out of the print stream carries E in          !@03A
005258               column 73 of its cross-reference record            !@03A
005259               (GXRF-DELIVERY) and is skipped the same way;       !@03A
005260               its count goes to the job log as well.             !@03A
005261
005262               A group APKEDLV held out of the mail because       !@04A
005263               APKRTML has its account on hold for a bad          !@04A
005264               address carries R there instead, and is skipped    !@04A
005265               and counted the same way.                          !@04A
005266
005267               A group APKEDLV dropped from the print stream      !@08A
005268               because a statement suppression rule (APKSTSC)     !@08A
005269               met it carries S there, and is skipped and         !@08A
005270               counted the same way.                              !@08A
005271
005272               A group of a report APKEDLV took off print because !@09A
005273               its subscription lapsed (the APKSUBA list APKSUBR  !@09A
005274               keeps) carries A there, and is skipped and counted !@09A
005275               the same way.                                      !@09A
005276
005277               The inserter file written is recorded as stage     !@06A
005278               INSERTER in the dataset lineage file (APKLIN,      !@06A
005279               DISP=MOD) through the shared APKLINW member,       !@06A
005280               once for each job it holds statements of, with     !@06A
005281               the statement count. Its dataset name comes in     !@06A
005282               through the EXEC PARM (the INSF symbolic);         !@06A
005283               without one nothing is recorded. APKLINW reads     !@06A
005284               the window date from the APKWSTA window-state      !@06A
005285               record; allocate both.                             !@06A
005286
005287               No statement goes to the inserter until a person   !@07A
005288               has approved a proof of its job: APKQCSMP takes    !@07A
005289               a quality-control sample of each job and APKQCSGN  !@07A
005290               records the reviewer's decision in the QC sign-off !@07A
005291               log, allocated as APKQCSO (RECFM FB, LRECL 80).    !@07A
005292               A job whose latest sign-off in the batch window    !@07A
005293               (the window date from APKWSTA) is not an approval  !@07A
005294               gets no inserter record, and its held statements   !@07A
005295               are counted in the job log: a rejected sample ends !@07A
005296               the step with return code 8 and operator message   !@07A
005297               APK026E for the job, a sample still awaiting       !@07A
005298               sign-off, or a job never sampled, with return      !@07A
005299               code 4. Rerun the step once the sample is approved.!@07A
005300 DATE-WRITTEN. 2 Sep 2026.
005400 DATE-COMPILED.
005500 SECURITY. IBM SAMPLE CODE ONLY.
010200         ORGANIZATION SEQUENTIAL.
010210     SELECT HOLD-CTL-FILE ASSIGN TO APKHLDC                       !@02A
010220         ORGANIZATION SEQUENTIAL.                                 !@02A
010236     SELECT QCSO-FILE ASSIGN TO APKQCSO                           !@07A
010252         ORGANIZATION SEQUENTIAL.                                 !@07A
010268     SELECT WSTA-FILE ASSIGN TO APKWSTA                           !@07A
010284         ORGANIZATION SEQUENTIAL.                                 !@07A
010300     EJECT
010400 DATA DIVISION.
010500 FILE SECTION.
011800     05  GXRF-LAST-PAGE      PIC 9(8).
011900     05  FILLER              PIC X.
012000     05  GXRF-JOBNAME        PIC X(8).
012100     05  FILLER              PIC X.                               !@03C
012125     05  GXRF-DELIVERY       PIC X.                               !@03A
012150         88  GXRF-EDELIVERED VALUE 'E'.                           !@03A
012162         88  GXRF-ADDR-HELD  VALUE 'R'.                           !@04A
012168         88  GXRF-SUPPRESSED VALUE 'S'.                           !@08A
012170         88  GXRF-ARCHIVE-ONLY VALUE 'A'.                         !@09A
012172         88  GXRF-DROPPED    VALUE 'S' 'A'.                       !@09A
012175     05  GXRF-PRESORT-TIER   PIC X.                               !@05C
012183     05  GXRF-BREAK          PIC X.                               !@05A
012191     05  FILLER              PIC X(5).                            !@05A
012200* the sheet, bin, and divert threshold cards.
012300 FD  INSC-FILE
012400     LABEL RECORDS STANDARD
014900     05  INSF-SHEETS         PIC 9(6).
015000     05  INSF-BIN            PIC 9(2).
015100     05  INSF-DIVERT         PIC X.
015200     05  INSF-BREAK          PIC X.                               !@05C
015205     05  FILLER              PIC X(2).                            !@05A
015210* the legal-hold member APKOUTXT diverts by, one group name       !@02A
015220* per card; hold-listed names get no inserter record.             !@02A
015230 FD  HOLD-CTL-FILE                                                !@02A
015280 01  HOLD-CTL-RECORD.                                             !@02A
015290     05  HCTL-GRPNAME        PIC X(44).                           !@02A
015295     05  FILLER              PIC X(36).                           !@02A
015296* the QC sign-off log: one record per sample taken (P) and per    !@07A
015297* reviewer's decision on it (A approved, R rejected).             !@07A
015298 FD  QCSO-FILE                                                    !@07A
015299     LABEL RECORDS STANDARD                                       !@07A
015304     RECORDING MODE F                                             !@07A
015309     BLOCK CONTAINS 0                                             !@07A
015314     RECORD CONTAINS 80 CHARACTERS.                               !@07A
015320 01  QCSO-RECORD.                                                 !@07A
015325     05  QCSO-JOBID          PIC X(8).                            !@07A
015330     05  QCSO-WINDOW-DATE    PIC 9(8).                            !@07A
015336     05  QCSO-STATUS         PIC X.                               !@07A
015341     05  FILLER              PIC X(63).                           !@07A
015346* the one-record window state, as APKWSTAT keeps it.              !@07A
015352 FD  WSTA-FILE                                                    !@07A
015357     LABEL RECORDS STANDARD                                       !@07A
015362     RECORDING MODE F                                             !@07A
015368     BLOCK CONTAINS 0                                             !@07A
015373     RECORD CONTAINS 80 CHARACTERS.                               !@07A
015378 01  WSTA-RECORD.                                                 !@07A
015384     05  WST-DATE            PIC 9(8).                            !@07A
015389     05  FILLER              PIC X(72).                           !@07A
015394     EJECT
015400 WORKING-STORAGE SECTION.
015500 77  PGMNAME                 PIC X(8) VALUE 'APKINSCF'.
015600 77  GXRF-EOF-FLAG           PIC X VALUE LOW-VALUE.
016470     88  GROUP-NOT-HELD      VALUE 'N'.                           !@02A
016480 77  HELD-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@02A
016490 77  HELD-DISP               PIC ZZZ,ZZ9.                         !@02A
016491 77  EDLV-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@03A
016492 77  RTSH-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@04A
016493 77  SUPP-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@08A
016494 77  ARCH-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@09A
016495 01  HOLD-LIST-TABLE.                                             !@02A
016496     05  HL-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@02A
016497     05  HL-ENTRY            OCCURS 50 TIMES                      !@02A
017400 77  WK-PAGES                PIC 9(8) BINARY VALUE ZERO.
017500 77  WK-SHEETS               PIC 9(8) BINARY VALUE ZERO.
017600 77  WK-REMAINDER            PIC 9(4) BINARY VALUE ZERO.
017606* the jobs the inserter file holds statements of, each recorded   !@06A
017612* once in the lineage file, and the dataset name from the PARM.   !@06A
017618 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.            !@06A
017625 77  LIN-STAGE               PIC X(8) VALUE 'INSERTER'.           !@06A
017631 77  LIN-DSNAME              PIC X(44) VALUE SPACES.              !@06A
017637 77  LIN-PARENT              PIC X(44) VALUE SPACES.              !@06A
017643 77  LIN-DETAIL              PIC X(24) VALUE SPACES.              !@06A
017650 77  MAX-LIN-JOBS            PIC 9(4) BINARY VALUE 50.            !@06A
017656 01  LIN-JOB-TABLE.                                               !@06A
017662     05  LJ-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@06A
017663     05  LJ-ENTRY            OCCURS 50 TIMES                      !@06A
017664                             DEPENDING ON LJ-CNTR                 !@06A
017665                             INDEXED BY LJ-INDEX.                 !@06A
017666         10  LJ-JOBNAME      PIC X(8).                            !@06A
017667         10  LJ-STMT-CNTR    PIC 9(8) BINARY.                     !@06A
017668* each job's latest QC sign-off status in the window - blank      !@07A
017669* when it was never sampled - and the statements it held.         !@07A
017670 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.             !@07A
017671 77  WTO-MSGID               PIC X(8) VALUE SPACES.               !@07A
017673 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.              !@07A
017674 77  QCSO-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@07A
017675     88  QCSO-EOF            VALUE HIGH-VALUE.                    !@07A
017676     88  QCSO-NOTEOF         VALUE LOW-VALUE.                     !@07A
017677 77  JOB-QC-FLAG             PIC X VALUE 'N'.                     !@07A
017678     88  JOB-QC-APPROVED     VALUE 'Y'.                           !@07A
017679     88  JOB-QC-NOT-APPROVED VALUE 'N'.                           !@07A
017680 77  QC-REJECT-FLAG          PIC X VALUE 'N'.                     !@07A
017681     88  QC-REJECT-FOUND     VALUE 'Y'.                           !@07A
017683 77  QC-HELD-CNTR            PIC 9(8) BINARY VALUE ZERO.          !@07A
017684 77  QC-OVER-CNTR            PIC 9(8) BINARY VALUE ZERO.          !@07A
017685 77  QC-LOOKUP-JOBID         PIC X(8) VALUE SPACES.               !@07A
017686 77  MAX-QC-JOBS             PIC 9(4) BINARY VALUE 100.           !@07A
017687 77  WINDOW-DATE             PIC 9(8) VALUE ZERO.                 !@07A
017688 01  QC-JOB-TABLE.                                                !@07A
017689     05  QJ-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@07A
017690     05  QJ-ENTRY            OCCURS 100 TIMES                     !@07A
017691                             DEPENDING ON QJ-CNTR                 !@07A
017693                             INDEXED BY QJ-INDEX.                 !@07A
017694         10  QJ-JOBID        PIC X(8).                            !@07A
017695         10  QJ-STATUS       PIC X.                               !@07A
017696             88  QJ-APPROVED          VALUE 'A'.                  !@07A
017697             88  QJ-PENDING           VALUE 'P'.                  !@07A
017698             88  QJ-REJECTED          VALUE 'R'.                  !@07A
017699         10  QJ-HELD-CNTR    PIC 9(8) BINARY.                     !@07A
017700* the bin cards, tested in the order given.
017800 01  BIN-TABLE.
017900     05  BIN-CNTR            PIC 9(4) BINARY VALUE ZERO.
018200                             INDEXED BY BIN-INDEX.
018300         10  BIN-NUM         PIC 9(2).
018400         10  BIN-MAX-SHEETS  PIC 9(8) BINARY.
018420 LINKAGE SECTION.                                                 !@06A
018440 01  PARM-AREA.                                                   !@06A
018460     05  PARM-LEN            PIC S9(4) BINARY.                    !@06A
018480     05  PARM-DATA           PIC X(44).                           !@06A
018500/ PROCESSING.
018600 TITLE 'Initialization and Main Line'.
018700 PROCEDURE DIVISION USING PARM-AREA.                              !@06C
018800 0000-MAINLINE.
018900     PERFORM 0010-LOAD-THRESHOLDS.
018910     PERFORM 0030-LOAD-HOLD-LIST.                                 !@02A
018955     PERFORM 0050-LOAD-SIGNOFFS.                                  !@07A
019000     IF BIN-CNTR = ZERO
019100      THEN
019200       DISPLAY PGMNAME ' NO BIN CARDS ON APKINSC.'
020100         UNTIL GXRF-EOF.
020200     CLOSE GXRF-FILE.
020300     CLOSE INSF-FILE.
020308     IF PARM-LEN > 44                                             !@06A
020316      THEN                                                        !@06A
020325       MOVE 44 TO PARM-LEN                                        !@06A
020333     END-IF.                                                      !@06A
020341     IF PARM-LEN > ZERO                                           !@06A
020350      THEN                                                        !@06A
020358       MOVE PARM-DATA (1 : PARM-LEN) TO LIN-DSNAME;               !@06A
020366       PERFORM 0300-RECORD-LINEAGE                                !@06A
020375           VARYING LJ-INDEX FROM 1 BY 1                           !@06A
020383           UNTIL LJ-INDEX > LJ-CNTR                               !@06A
020391     END-IF.                                                      !@06A
020400     MOVE STMT-CNTR TO STMT-DISP.
020500     MOVE DIVERT-CNTR TO DIVERT-DISP.
020600     DISPLAY PGMNAME, STMT-DISP, ' STATEMENTS WRITTEN,',
020740       DISPLAY PGMNAME, HELD-DISP, ' HOLD-LISTED STATEMENTS'      !@02A
020750         ' SKIPPED - NOT IN THE PRINT STREAM.'                    !@02A
020760     END-IF.                                                      !@02A
020761     IF EDLV-CNTR > ZERO                                          !@03A
020762      THEN                                                        !@03A
020763       MOVE EDLV-CNTR TO HELD-DISP;                               !@03A
020764       DISPLAY PGMNAME, HELD-DISP, ' ELECTRONICALLY DELIVERED'    !@03A
020765         ' STATEMENTS SKIPPED - NOT IN THE PRINT STREAM.'         !@03A
020766     END-IF.                                                      !@03A
020767     IF RTSH-CNTR > ZERO                                          !@04A
020768      THEN                                                        !@04A
020769       MOVE RTSH-CNTR TO HELD-DISP;                               !@04A
020770       DISPLAY PGMNAME, HELD-DISP, ' BAD-ADDRESS STATEMENTS'      !@04A
020771         ' SKIPPED - NOT IN THE PRINT STREAM.'                    !@04A
020772     END-IF.                                                      !@04A
020773     IF SUPP-CNTR > ZERO                                          !@08A
020774      THEN                                                        !@08A
020775       MOVE SUPP-CNTR TO HELD-DISP;                               !@08A
020776       DISPLAY PGMNAME, HELD-DISP, ' RULE-SUPPRESSED STATEMENTS'  !@08A
020777         ' SKIPPED - NOT IN THE PRINT STREAM.'                    !@08A
020778     END-IF.                                                      !@08A
020779     IF ARCH-CNTR > ZERO                                          !@09A
020780      THEN                                                        !@09A
020781       MOVE ARCH-CNTR TO HELD-DISP;                               !@09A
020782       DISPLAY PGMNAME, HELD-DISP, ' ARCHIVE-ONLY STATEMENTS'     !@09A
020783         ' SKIPPED - NOT IN THE PRINT STREAM.'                    !@09A
020784     END-IF.                                                      !@09A
020785     IF QC-HELD-CNTR > ZERO                                       !@07A
020786      THEN                                                        !@07A
020787       PERFORM 0070-REPORT-QC-HOLD                                !@07A
020788           VARYING QJ-INDEX FROM 1 BY 1                           !@07A
020789           UNTIL QJ-INDEX > QJ-CNTR;                              !@07A
020790       IF QC-OVER-CNTR > ZERO                                     !@07A
020791        THEN                                                      !@07A
020792         MOVE QC-OVER-CNTR TO HELD-DISP;                          !@07A
020793         DISPLAY PGMNAME, HELD-DISP, ' STATEMENTS OF JOBS PAST'   !@07A
020794           ' THE JOB TABLE HELD - NO QC SIGN-OFF CHECKED.'        !@07A
020795       END-IF;                                                    !@07A
020796       IF QC-REJECT-FOUND                                         !@07A
020797        THEN                                                      !@07A
020798         MOVE 8 TO RETURN-CODE                                    !@07A
020799        ELSE                                                      !@07A
020819         MOVE 4 TO RETURN-CODE                                    !@07A
020839       END-IF                                                     !@07A
020859     END-IF.                                                      !@07A
020879     STOP RUN.
020900 0010-LOAD-THRESHOLDS.
021000* the S, B, and D cards; anything else is ignored, and a
021100* non-numeric figure ignores its card.
024790       END-READ                                                   !@02A
024792     END-PERFORM.                                                 !@02A
024794     CLOSE HOLD-CTL-FILE.                                         !@02A
024795 0050-LOAD-SIGNOFFS.                                              !@07A
024796* the window's opening date, then every sign-off record kept      !@07A
024797* under it; the log is in the order things happened, so the       !@07A
024798* last record of a job is where its sample stands.                !@07A
024799     OPEN INPUT WSTA-FILE.                                        !@07A
024800     READ WSTA-FILE                                               !@07A
024801      AT END                                                      !@07A
024802       ACCEPT WINDOW-DATE FROM DATE YYYYMMDD                      !@07A
024803      NOT AT END                                                  !@07A
024804       IF WST-DATE NUMERIC AND WST-DATE > ZERO                    !@07A
024805        THEN                                                      !@07A
024806         MOVE WST-DATE TO WINDOW-DATE                             !@07A
024807        ELSE                                                      !@07A
024808         ACCEPT WINDOW-DATE FROM DATE YYYYMMDD                    !@07A
024809       END-IF                                                     !@07A
024810     END-READ.                                                    !@07A
024811     CLOSE WSTA-FILE.                                             !@07A
024812     OPEN INPUT QCSO-FILE.                                        !@07A
024813     SET QCSO-NOTEOF TO TRUE.                                     !@07A
024814     PERFORM UNTIL QCSO-EOF                                       !@07A
024816       READ QCSO-FILE                                             !@07A
024817        AT END                                                    !@07A
024818         SET QCSO-EOF TO TRUE                                     !@07A
024819        NOT AT END                                                !@07A
024820         IF QCSO-WINDOW-DATE = WINDOW-DATE                        !@07A
024821          THEN                                                    !@07A
024822           MOVE QCSO-JOBID TO QC-LOOKUP-JOBID;                    !@07A
024823           PERFORM 0055-FIND-QC-JOB;                              !@07A
024824           IF QJ-INDEX NOT > QJ-CNTR                              !@07A
024825            THEN                                                  !@07A
024826             MOVE QCSO-STATUS TO QJ-STATUS (QJ-INDEX)             !@07A
024827           END-IF                                                 !@07A
024828         END-IF                                                   !@07A
024829       END-READ                                                   !@07A
024830     END-PERFORM.                                                 !@07A
024831     CLOSE QCSO-FILE.                                             !@07A
024833 0055-FIND-QC-JOB.                                                !@07A
024834* the job's entry, added with no status when it is new; with      !@07A
024835* the table full QJ-INDEX is left past the last entry.            !@07A
024836     SET QJ-INDEX TO 1.                                           !@07A
024837     SEARCH QJ-ENTRY                                              !@07A
024838      AT END                                                      !@07A
024839       IF QJ-CNTR < MAX-QC-JOBS                                   !@07A
024840        THEN                                                      !@07A
024841         ADD 1 TO QJ-CNTR;                                        !@07A
024842         SET QJ-INDEX TO QJ-CNTR;                                 !@07A
024843         MOVE QC-LOOKUP-JOBID TO QJ-JOBID (QJ-INDEX);             !@07A
024844         MOVE SPACE TO QJ-STATUS (QJ-INDEX);                      !@07A
024845         MOVE ZERO TO QJ-HELD-CNTR (QJ-INDEX)                     !@07A
024846        ELSE                                                      !@07A
024847         SET QJ-INDEX TO QJ-CNTR;                                 !@07A
024848         SET QJ-INDEX UP BY 1                                     !@07A
024850       END-IF                                                     !@07A
024851      WHEN QJ-JOBID (QJ-INDEX) = QC-LOOKUP-JOBID                  !@07A
024852       CONTINUE                                                   !@07A
024853     END-SEARCH.                                                  !@07A
024854 0060-CHECK-SIGNOFF.                                              !@07A
024855* only a job whose sample was approved goes to the inserter;      !@07A
024856* the others' statements are counted against the job.             !@07A
024857     MOVE GXRF-JOBNAME TO QC-LOOKUP-JOBID.                        !@07A
024858     PERFORM 0055-FIND-QC-JOB.                                    !@07A
024859     SET JOB-QC-NOT-APPROVED TO TRUE.                             !@07A
024860     IF QJ-INDEX > QJ-CNTR                                        !@07A
024861      THEN                                                        !@07A
024862       ADD 1 TO QC-HELD-CNTR, QC-OVER-CNTR                        !@07A
024863      ELSE                                                        !@07A
024864       IF QJ-APPROVED (QJ-INDEX)                                  !@07A
024865        THEN                                                      !@07A
024867         SET JOB-QC-APPROVED TO TRUE                              !@07A
024868        ELSE                                                      !@07A
024869         ADD 1 TO QC-HELD-CNTR, QJ-HELD-CNTR (QJ-INDEX)           !@07A
024870       END-IF                                                     !@07A
024871     END-IF.                                                      !@07A
024872 0070-REPORT-QC-HOLD.                                             !@07A
024873     IF QJ-HELD-CNTR (QJ-INDEX) > ZERO                            !@07A
024874      THEN                                                        !@07A
024875       MOVE QJ-HELD-CNTR (QJ-INDEX) TO HELD-DISP;                 !@07A
024876       EVALUATE TRUE                                              !@07A
024877        WHEN QJ-REJECTED (QJ-INDEX)                               !@07A
024878         DISPLAY PGMNAME, ' JOB ', QJ-JOBID (QJ-INDEX), HELD-DISP,!@07A
024879           ' STATEMENTS HELD - QC SAMPLE REJECTED.';              !@07A
024880         SET QC-REJECT-FOUND TO TRUE;                             !@07A
024881         MOVE 'APK026E' TO WTO-MSGID;                             !@07A
024882         MOVE SPACES TO WTO-MSGTEXT;                              !@07A
024884         STRING 'APKINSCF JOB ' DELIMITED BY SIZE                 !@07A
024885             QJ-JOBID (QJ-INDEX) DELIMITED BY SPACE               !@07A
024886             ' QC SAMPLE REJECTED, NOT INSERTED'                  !@07A
024887             DELIMITED BY SIZE                                    !@07A
024888           INTO WTO-MSGTEXT;                                      !@07A
024889         CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT             !@07A
024890        WHEN QJ-PENDING (QJ-INDEX)                                !@07A
024891         DISPLAY PGMNAME, ' JOB ', QJ-JOBID (QJ-INDEX), HELD-DISP,!@07A
024892           ' STATEMENTS HELD - AWAITING QC SIGN-OFF.'             !@07A
024893        WHEN OTHER                                                !@07A
024894         DISPLAY PGMNAME, ' JOB ', QJ-JOBID (QJ-INDEX), HELD-DISP,!@07A
024895           ' STATEMENTS HELD - NO QC SAMPLE TAKEN.'               !@07A
024896       END-EVALUATE                                               !@07A
024897     END-IF.                                                      !@07A
024898 0100-BUILD-INSERTER-RECORD.
024900     READ GXRF-FILE
025000      AT END
025100       SET GXRF-EOF TO TRUE
025260        THEN                                                      !@02A
025270         ADD 1 TO HELD-CNTR                                       !@02A
025280        ELSE                                                      !@02A
025281         IF GXRF-EDELIVERED                                       !@03A
025282          THEN                                                    !@03A
025283           ADD 1 TO EDLV-CNTR                                     !@03A
025284          ELSE                                                    !@03A
025285           IF GXRF-ADDR-HELD                                      !@04A
025286            THEN                                                  !@04A
025287             ADD 1 TO RTSH-CNTR                                   !@04A
025288            ELSE                                                  !@04A
025289             IF GXRF-DROPPED                                      !@09C
025290              THEN                                                !@08A
025291               IF GXRF-SUPPRESSED                                 !@09C
025292                THEN                                              !@09A
025293                 ADD 1 TO SUPP-CNTR                               !@09A
025294                ELSE                                              !@09A
025295                 ADD 1 TO ARCH-CNTR                               !@09A
025296               END-IF                                             !@09A
025297              ELSE                                                !@08A
025298                PERFORM 0060-CHECK-SIGNOFF;                       !@08C
025299                IF JOB-QC-APPROVED                                !@08C
025300                 THEN                                             !@08C
025301                  PERFORM 0200-WRITE-STATEMENT                    !@08C
025302                END-IF                                            !@08C
025303             END-IF                                               !@08A
025304           END-IF                                                 !@04A
025305         END-IF                                                   !@03A
025310       END-IF                                                     !@02A
025400     END-READ.
025410 0040-CHECK-HOLD-LIST.                                            !@02A
027300     MOVE GXRF-LAST-PAGE TO INSF-LAST-PAGE.
027400     MOVE WK-SHEETS TO INSF-SHEETS.
027500     MOVE 'N' TO INSF-DIVERT.
027550     MOVE GXRF-BREAK TO INSF-BREAK.                               !@05A
027600     IF DIVERT-SET AND WK-SHEETS > DIVERT-LIMIT
027700      THEN
027800       PERFORM 0220-FLAG-DIVERT
028100     END-IF.
028200     WRITE INSF-RECORD.
028300     ADD 1 TO STMT-CNTR.
028350     PERFORM 0230-NOTE-JOB.                                       !@06A
028400 0210-SELECT-BIN.
028500     SET BIN-NOTFOUND TO TRUE.
028600     PERFORM 0215-TEST-ONE-BIN
030000     MOVE ZERO TO INSF-BIN.
030100     MOVE 'Y' TO INSF-DIVERT.
030200     ADD 1 TO DIVERT-CNTR.
030204 0230-NOTE-JOB.                                                   !@06A
030208* the statement counts toward its job's lineage record.           !@06A
030213     SET LJ-INDEX TO 1.                                           !@06A
030217     SEARCH LJ-ENTRY                                              !@06A
030221      AT END                                                      !@06A
030226       IF LJ-CNTR < MAX-LIN-JOBS                                  !@06A
030230        THEN                                                      !@06A
030234         ADD 1 TO LJ-CNTR;                                        !@06A
030239         SET LJ-INDEX TO LJ-CNTR;                                 !@06A
030243         MOVE GXRF-JOBNAME TO LJ-JOBNAME (LJ-INDEX);              !@06A
030247         MOVE 1 TO LJ-STMT-CNTR (LJ-INDEX)                        !@06A
030252       END-IF                                                     !@06A
030256      WHEN LJ-JOBNAME (LJ-INDEX) = GXRF-JOBNAME                   !@06A
030260       ADD 1 TO LJ-STMT-CNTR (LJ-INDEX)                           !@06A
030265     END-SEARCH.                                                  !@06A
030269 0300-RECORD-LINEAGE.                                             !@06A
030278     MOVE 'STATEMENTS' TO LIN-DETAIL.                             !@06A
030282     MOVE LJ-STMT-CNTR (LJ-INDEX) TO LIN-DETAIL (12 : 8).         !@06A
030286     CALL APKLINW-PGM USING LIN-STAGE, LJ-JOBNAME (LJ-INDEX),     !@06A
030291                            LIN-DSNAME, LIN-PARENT, LIN-DETAIL,   !@06A
030295                            PGMNAME.                              !@06A
030300 END PROGRAM APKINSCF.
