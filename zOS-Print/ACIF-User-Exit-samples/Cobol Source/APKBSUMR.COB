000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 18   *!@18A
000101*    THE REPORT NOW SUMMARIZES ONE CYCLE OF A BATCH WINDOW - A   *!@18A
000101*    DAY CAN RUN SEVERAL - AND IS TITLED WITH THE WINDOW DATE    *!@18A
000101*    AND CYCLE FROM APKWSTA. EACH CYCLE'S TOTALS ARE KEPT ON THE *!@18A
000101*    APKBSUMW REGISTER AND THE TOTALS END WITH EVERY CYCLE OF    *!@18A
000101*    THE DATE AND THE WHOLE-DAY TOTAL. APKPLAN CARDS CAN NAME A  *!@18A
000101*    JOB'S CYCLE, AND THE VOLUME HISTORY IS AVERAGED PER WINDOW. *!@18A
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 17   *!@17A
000102*    APKINPXT NOW ALSO WRITES A SUPPRESSED-STATEMENT RECORD      *!@17A
000102*    (TYPE U) CARRYING THE PAGES OF STATEMENTS ITS SUPPRESSION   *!@17A
000102*    RULES TOOK OUT OF THE MAIL. THE TOTALS SHOW THEM AS         *!@17A
000102*    SUPPRESSED PAGES, OUT OF PRINTED PAGES; LIKE V AND W, U     *!@17A
000102*    STAYS OUT OF THE DETAIL, BALANCE, TIMING, AND HISTORY.      *!@17A
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 16   *!@16A
000103*    EACH JOB'S FIGURES - PAGES, INPUT RECORDS, ELAPSED SECONDS, *!@16A
000103*    VOLUME DEVIATION AND A STATUS (OK, OOB, NFIN, ANOM) - AND   *!@16A
000103*    THE PLANNED-JOB CHECK'S PASS OR FAIL ARE STAGED FOR THE     *!@16A
000103*    APKDAILY MONITORING FEED THROUGH THE SHARED APKMETW MEMBER. *!@16A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 15   *!@15A
000104*    APKINPXT NOW ALSO WRITES A BAD-ADDRESS HOLD RECORD (TYPE W) *!@15A
000104*    CARRYING THE PAGES IT MARKED FOR ACCOUNTS APKRTML HAS ON    *!@15A
000104*    HOLD. THE TOTALS SHOW THEM AS HELD (BAD ADDRESS) PAGES,     *!@15A
000104*    OUT OF PRINTED PAGES; LIKE V, W STAYS OUT OF THE DETAIL,    *!@15A
000104*    BALANCE, TIMING, AND VOLUME HISTORY.                        *!@15A
000106* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 14   *!@14A
000112*    APKINPXT NOW WRITES AN ELECTRONIC-DELIVERY RECORD (TYPE V)  *!@14A
000118*    CARRYING THE PAGES IT MARKED FOR THE APKEDLV SPLIT. THE     *!@14A
000124*    TOTALS SHOW PRINTED AND E-DELIVERED PAGES SEPARATELY; THE   *!@14A
000130*    V RECORD IS NOT AN END RECORD AND STAYS OUT OF THE          *!@14A
000136*    DETAIL LINES, BALANCE, TIMING, AND VOLUME HISTORY.          *!@14A
000143* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 13   *!@13A
000143*    TONIGHT'S VOLUME IS NOW CHECKED AGAINST EACH JOB'S OWN       *!@13A
000143*    ROLLING HISTORY IN APKBSUMH: WHEN A JOB'S PAGE OR INPUT      *!@13A
002796               percentage prints an anomaly line, pages the     !@13A
002798               operator, and ends the step RC=4 (unless a       !@13A
002799               harder exception already set RC=8).              !@13A
002801
002803               APKINPXT also writes a record of type V for each   !@14A
002805               report with pages marked for electronic delivery;  !@14A
002807               its page count feeds the E-DELIVERED PAGES total,  !@14A
002809               and PRINTED PAGES is APKINPXT's page count less    !@14A
002811               those pages.                                       !@14A
002813
002815               A record of type W carries the pages APKINPXT      !@15A
002817               marked for accounts held for a bad address; they   !@15A
002820               feed the HELD (BAD ADDRESS) PAGES total and are    !@15A
002822               left out of PRINTED PAGES as well.                 !@15A
002824
002826               A record of type U carries the pages of the        !@17A
002828               statements APKINPXT's statement suppression rules  !@17A
002830               took out of the mail; they feed the SUPPRESSED     !@17A
002832               PAGES total and are left out of PRINTED PAGES too. !@17A
002834
002836               Each job's figures are staged for the APKDAILY     !@16A
002838               monitoring feed through the shared APKMETW member  !@16A
002841               as a JOB record: pages, input records, elapsed     !@16A
002843               seconds, the volume deviation percentage (zero     !@16A
002845               when the job was not judged), and a status - OOB   !@16A
002847               out of balance, NFIN never finished, ANOM volume   !@16A
002849               anomaly, or OK. The planned-job check is staged    !@16A
002851               as CHK record PLANJOB, PASS or FAIL, when APKPLAN  !@16A
002853               has any card. APKMETW needs a DD named APKMETS     !@16A
002855               for the metrics staging file (DISP=MOD) and        !@16A
002857               APKWSTA for the window-state record.               !@16A
002860
002862               A day can run more than one print cycle, each      !@18A
002864               opened, collected, and summarized on its own, so   !@18A
002866               the report covers one cycle of a batch window and  !@18A
002868               is titled with the window date and cycle from the  !@18A
002870               APKWSTAT window-state record (DD APKWSTA, read     !@18A
002872               only). Each cycle's totals are kept on a register  !@18A
002874               on a DD named APKBSUMW (80-byte fixed, DISP=OLD),  !@18A
002876               one record per cycle of the window date: the       !@18A
002878               cycle's record is replaced when it is summarized,  !@18A
002881               and the register starts over with a new date's     !@18A
002883               first cycle. The totals end with every cycle of    !@18A
002885               the date summarized so far and the whole-day       !@18A
002887               total. An APKPLAN card may give in column 21 the   !@18A
002889               cycle its job runs in (blank is cycle 1), and a    !@18A
002891               job's volume history is averaged per batch window  !@18A
002893               it ran in, so a job run in two cycles of one day   !@18A
002895               is not judged against twice its volume.            !@18A
002897 DATE-WRITTEN. 9 Aug 2026.
002900 DATE-COMPILED.
003000 SECURITY. IBM SAMPLE CODE ONLY.
003100*/**************************************************************/
007440         ORGANIZATION SEQUENTIAL.                                 !@12A
007450     SELECT VOLC-FILE ASSIGN TO APKVOLC                           !@13A
007460         ORGANIZATION SEQUENTIAL.                                 !@13A
007468     SELECT WSTA-FILE ASSIGN TO APKWSTA                           !@18A
007476         ORGANIZATION SEQUENTIAL.                                 !@18A
007484     SELECT CYCLE-FILE ASSIGN TO APKBSUMW                         !@18A
007492         ORGANIZATION SEQUENTIAL.                                 !@18A
007500     EJECT
007600 DATA DIVISION.
007700 FILE SECTION.
010580     RECORD CONTAINS 80 CHARACTERS.                               !@05A
010590 01  HIST-SUM-RECORD         PIC X(80).                           !@05A
010591* one card per planned job: job id, day-of-week mask (SMTWTFS,   !@12A
010592* Y under each day the job is planned), day of month, and cycle.  !@18C
010593 FD  PLAN-FILE                                                    !@12A
010594     LABEL RECORDS STANDARD                                       !@12A
010595     RECORDING MODE F                                             !@12A
010599     05  PLN-DOWMASK         PIC X(7).                             !@12A
010599     05  FILLER              PIC X.                                !@12A
010599     05  PLN-DOM             PIC X(2).                             !@12A
010596     05  FILLER              PIC X.                               !@18C
010597     05  PLN-CYCLE           PIC X.                               !@18A
010598     05  FILLER              PIC X(59).                           !@18A
010599* one card per job whose volume is checked against its own       !@13A
010599* history, plus the optional ALL default.                        !@13A
010599 FD  VOLC-FILE                                                    !@13A
010599     05  VOLC-PCT-N          REDEFINES VOLC-PCT                    !@13A
010599                             PIC 9(3).                             !@13A
010599     05  FILLER              PIC X(68).                            !@13A
010602* the one-record window state, as APKWSTAT keeps it.              !@18A
010605 FD  WSTA-FILE                                                    !@18A
010608     LABEL RECORDS STANDARD                                       !@18A
010611     RECORDING MODE F                                             !@18A
010614     BLOCK CONTAINS 0                                             !@18A
010617     RECORD CONTAINS 80 CHARACTERS.                               !@18A
010621 01  WSTA-RECORD.                                                 !@18A
010624     05  WST-DATE            PIC 9(8).                            !@18A
010627     05  FILLER              PIC X(3).                            !@18A
010630     05  WST-CYCLE           PIC 9.                               !@18A
010633     05  FILLER              PIC X(68).                           !@18A
010636* one record per summarized cycle of the window date, with the    !@18A
010640* cycle's totals; rewritten whole as each cycle is summarized.    !@18A
010643 FD  CYCLE-FILE                                                   !@18A
010646     LABEL RECORDS STANDARD                                       !@18A
010649     RECORDING MODE F                                             !@18A
010652     BLOCK CONTAINS 0                                             !@18A
010655     RECORD CONTAINS 80 CHARACTERS.                               !@18A
010658 01  CYCLE-RECORD.                                                !@18A
010662     05  BSW-DATE            PIC 9(8).                            !@18A
010665     05  FILLER              PIC X.                               !@18A
010668     05  BSW-CYCLE           PIC 9.                               !@18A
010671     05  FILLER              PIC X.                               !@18A
010674     05  BSW-RUNS            PIC 9(8).                            !@18A
010677     05  BSW-PAGES           PIC 9(8).                            !@18A
010681     05  BSW-PRINTED         PIC 9(8).                            !@18A
010684     05  BSW-EDLV            PIC 9(8).                            !@18A
010687     05  BSW-HELD            PIC 9(8).                            !@18A
010690     05  BSW-SUPP            PIC 9(8).                            !@18A
010693     05  FILLER              PIC X(21).                           !@18A
010696     EJECT
010700 WORKING-STORAGE SECTION.
010800 77  PGMNAME                 PIC X(8) VALUE 'APKBSUMR'.
010900 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
011800 77  TOT-INSCNT              PIC 9(8) BINARY VALUE ZERO.
011900 77  TOT-DELCNT              PIC 9(8) BINARY VALUE ZERO.
012000 77  TOT-RESCNT              PIC 9(8) BINARY VALUE ZERO.
012003 77  TOT-XPAGECNT            PIC 9(8) BINARY VALUE ZERO.          !@14A
012006 77  TOT-EDLVCNT             PIC 9(8) BINARY VALUE ZERO.          !@14A
012008 77  TOT-RTSHCNT             PIC 9(8) BINARY VALUE ZERO.          !@15A
012009 77  TOT-SUPPCNT             PIC 9(8) BINARY VALUE ZERO.          !@17A
012010 77  TOT-INRECCNT            PIC 9(8) BINARY VALUE ZERO.           !@02A
012020 77  TOT-OUTRECCNT           PIC 9(8) BINARY VALUE ZERO.           !@02A
012025 77  CTL-INSCNT              PIC 9(8) BINARY VALUE ZERO.           !@03A
012125* tonight's pages from the input exits' end records, for the      !@13A
012125* volume check against the job's own history.                     !@13A
012125         10  JB-PAGECNT      PIC 9(8) BINARY.                       !@13A
012125* the job's volume deviation from its history, percent, and its   !@16A
012125* status for the monitoring feed.                                 !@16A
012125         10  JB-DEVPCT       PIC 9(8) BINARY.                     !@16A
012125         10  JB-METSTAT      PIC X(4).                            !@16A
012126 77  NEVERFIN-CNTR           PIC 9(8) BINARY VALUE ZERO.           !@07A
012127 77  WK-STAMP                PIC X(14) VALUE SPACES.                !@08C
012128 77  WINDOW-START-STAMP      PIC X(14) VALUE SPACES.                !@08C
012131 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.              !@09A
012131 77  WTO-MSGID               PIC X(8) VALUE SPACES.                 !@09A
012131 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.                !@09A
012118* the window metrics records, staged for the APKDAILY monitoring  !@16A
012119* feed through the shared APKMETW member.                         !@16A
012120 77  APKMETW-PGM             PIC X(8) VALUE 'APKMETW'.            !@16A
012121 77  MET-TYPE                PIC X(3) VALUE SPACES.               !@16A
012122 77  MET-KEY                 PIC X(8) VALUE SPACES.               !@16A
012123 77  MET-STATUS              PIC X(4) VALUE SPACES.               !@16A
012124 77  MET-PAGES               PIC 9(9) VALUE ZERO.                 !@16A
012125 77  MET-RECORDS             PIC 9(9) VALUE ZERO.                 !@16A
012126 77  MET-ELAPSED             PIC 9(7) VALUE ZERO.                 !@16A
012127 77  MET-DEVIATION           PIC 9(5) VALUE ZERO.                 !@16A
012128 01  MET-DETAIL.                                                  !@16A
012129     05  MET-COUNT           PIC 9(8).                            !@16A
012130     05  MET-DETAIL-TEXT     PIC X(24).                           !@16A
012131 77  WK-ELAPSED-HH           PIC 9(4) BINARY VALUE ZERO.            !@07A
012131 77  WK-ELAPSED-MM           PIC 9(4) BINARY VALUE ZERO.            !@07A
012131 77  WK-ELAPSED-SS           PIC 9(4) BINARY VALUE ZERO.            !@07A
012131         10  PLN-T-JOBID     PIC X(8).                              !@12A
012131         10  PLN-T-DOWMASK   PIC X(7).                              !@12A
012131         10  PLN-T-DOM       PIC X(2).                              !@12A
012130         10  PLN-T-CYCLE     PIC X.                               !@18A
012131* per-job rolling history figures from APKBSUMH (input-exit      !@13A
012131* end records only), and the APKVOLC thresholds.                 !@13A
012131 77  HIST-EOF-FLAG           PIC X VALUE LOW-VALUE.                 !@13A
012131     05  WKH-RESCNT          PIC 9(8).                             !@13A
012131     05  WKH-RECCNT          PIC 9(8).                             !@13A
012131     05  WKH-RECTYPE         PIC X.                                !@13A
012130     05  WKH-CYCLE           PIC X.                               !@18C
012131 01  JOB-HIST-TABLE.                                               !@13A
012131     05  JH-CNTR             PIC 9(4) BINARY VALUE ZERO.            !@13A
012131     05  JH-ENTRY            OCCURS 500 TIMES                       !@13A
012131         10  JH-RECS         PIC 9(9) BINARY.                       !@13A
012131         10  JH-DAYS         PIC 9(4) BINARY.                       !@13A
012131         10  JH-LAST-DATE    PIC 9(8).                              !@13A
012130         10  JH-LAST-CYCLE   PIC X.                               !@18A
012131 01  VOL-TABLE.                                                    !@13A
012131     05  VT-CNTR             PIC 9(4) BINARY VALUE ZERO.            !@13A
012131     05  VT-ENTRY            OCCURS 100 TIMES                       !@13A
012131                             INDEXED BY VT-INDEX.                   !@13A
012131         10  VT-JOBID        PIC X(8).                              !@13A
012131         10  VT-PCT          PIC 9(4) BINARY.                       !@13A
012132* the batch window this report summarizes: its date and cycle.    !@18A
012134 01  RUN-WINDOW.                                                  !@18A
012136     05  RUN-WINDOW-DATE     PIC 9(8) VALUE ZERO.                 !@18A
012138     05  RUN-WINDOW-CYCLE    PIC 9 VALUE 1.                       !@18A
012140 77  CYCLE-EOF-FLAG          PIC X VALUE LOW-VALUE.               !@18A
012141     88  CYCLE-EOF           VALUE HIGH-VALUE.                    !@18A
012143     88  CYCLE-NOTEOF        VALUE LOW-VALUE.                     !@18A
012145 77  CT-CYCLE                PIC 9(4) BINARY VALUE ZERO.          !@18A
012147* every cycle of the window date, by cycle number, and the day.   !@18A
012149 01  CYCLE-TABLE.                                                 !@18A
012150     05  CT-ENTRY            OCCURS 9 TIMES.                      !@18A
012152         10  CT-USED         PIC X.                               !@18A
012154             88  CT-IS-USED  VALUE 'Y'.                           !@18A
012156         10  CT-RUNS         PIC 9(8) BINARY.                     !@18A
012158         10  CT-PAGES        PIC 9(8) BINARY.                     !@18A
012160         10  CT-PRINTED      PIC 9(8) BINARY.                     !@18A
012161         10  CT-EDLV         PIC 9(8) BINARY.                     !@18A
012163         10  CT-HELD         PIC 9(8) BINARY.                     !@18A
012165         10  CT-SUPP         PIC 9(8) BINARY.                     !@18A
012167 01  DAY-TOTALS.                                                  !@18A
012169     05  DY-RUNS             PIC 9(8) BINARY VALUE ZERO.          !@18A
012170     05  DY-PAGES            PIC 9(8) BINARY VALUE ZERO.          !@18A
012172     05  DY-PRINTED          PIC 9(8) BINARY VALUE ZERO.          !@18A
012174     05  DY-EDLV             PIC 9(8) BINARY VALUE ZERO.          !@18A
012176     05  DY-HELD             PIC 9(8) BINARY VALUE ZERO.          !@18A
012178     05  DY-SUPP             PIC 9(8) BINARY VALUE ZERO.          !@18A
012180 01  STAMP-PAIR.                                                   !@07A
012181     05  SP-FROM.                                                  !@07A
012183         10  SP-F-DATE       PIC 9(8).                             !@08C
012185         10  SP-F-HH         PIC 99.                               !@07A
012187         10  SP-F-MM         PIC 99.                               !@07A
012189         10  SP-F-SS         PIC 99.                               !@07A
012190     05  SP-TO.                                                    !@07A
012192         10  SP-T-DATE       PIC 9(8).                             !@08C
012194         10  SP-T-HH         PIC 99.                               !@07A
012196         10  SP-T-MM         PIC 99.                               !@07A
012198         10  SP-T-SS         PIC 99.                               !@07A
012200 01  PAGE-TITLE.
012300     05  FILLER              PIC X   VALUE '1'.
012400     05  FILLER              PIC X(34) VALUE
012450         'ACIF NIGHTLY BATCH SUMMARY REPORT'.
012480     05  FILLER              PIC X(8) VALUE ' WINDOW '.           !@18A
012510     05  PT-WINDOW-DATE      PIC 9(8).                            !@18A
012540     05  FILLER              PIC X(7) VALUE ' CYCLE '.            !@18A
012570     05  PT-WINDOW-CYCLE     PIC 9.                               !@18A
012600         SKIP1
012700 01  PAGE-SUBTITLE.
012800     05  FILLER              PIC X   VALUE '0'.
017850     05  LW-MM               PIC 99.                                !@07A
017860     05  FILLER              PIC X VALUE ':'.                       !@07A
017870     05  LW-SS               PIC 99.                                !@07A
017361     SKIP1                                                        !@18A
017362 01  LINE-CYCLE-TITLE.                                            !@18A
017363     05  FILLER              PIC X   VALUE '0'.                   !@18A
017364     05  FILLER              PIC X(02) VALUE SPACES.              !@18A
017365     05  FILLER              PIC X(22) VALUE                      !@18A
017366         'CYCLES OF WINDOW DATE '.                                !@18A
017367     05  LCT-DATE            PIC 9(8).                            !@18A
017368     SKIP1                                                        !@18A
017369 01  LINE-CYCLE-HEAD.                                             !@18A
017370     05  FILLER              PIC X   VALUE SPACE.                 !@18A
017371     05  FILLER              PIC X(02) VALUE SPACES.              !@18A
017372     05  FILLER              PIC X(10) VALUE 'CYCLE'.             !@18A
017373     05  FILLER              PIC X(12) VALUE '        RUNS'.      !@18A
017374     05  FILLER              PIC X(12) VALUE '       PAGES'.      !@18A
017375     05  FILLER              PIC X(12) VALUE '     PRINTED'.      !@18A
017376     05  FILLER              PIC X(12) VALUE ' E-DELIVERED'.      !@18A
017377     05  FILLER              PIC X(12) VALUE '        HELD'.      !@18A
017378     05  FILLER              PIC X(12) VALUE '  SUPPRESSED'.      !@18A
017379     SKIP1                                                        !@18A
017380 01  LINE-CYCLE.                                                  !@18A
017381     05  FILLER              PIC X   VALUE SPACE.                 !@18A
017382     05  FILLER              PIC X(02) VALUE SPACES.              !@18A
017383     05  LCY-LABEL           PIC X(10).                           !@18A
017384     05  LCY-LABEL-CYCLE     REDEFINES LCY-LABEL.                 !@18A
017385         10  FILLER          PIC X(6).                            !@18A
017386         10  LCY-CYCLE       PIC 9.                               !@18A
017387         10  FILLER          PIC X(3).                            !@18A
017388     05  FILLER              PIC X VALUE SPACE.                   !@18A
017389     05  LCY-RUNS            PIC ZZZ,ZZZ,ZZ9.                     !@18A
017390     05  FILLER              PIC X VALUE SPACE.                   !@18A
017391     05  LCY-PAGES           PIC ZZZ,ZZZ,ZZ9.                     !@18A
017392     05  FILLER              PIC X VALUE SPACE.                   !@18A
017393     05  LCY-PRINTED         PIC ZZZ,ZZZ,ZZ9.                     !@18A
017394     05  FILLER              PIC X VALUE SPACE.                   !@18A
017395     05  LCY-EDLV            PIC ZZZ,ZZZ,ZZ9.                     !@18A
017396     05  FILLER              PIC X VALUE SPACE.                   !@18A
017397     05  LCY-HELD            PIC ZZZ,ZZZ,ZZ9.                     !@18A
017398     05  FILLER              PIC X VALUE SPACE.                   !@18A
017399     05  LCY-SUPP            PIC ZZZ,ZZZ,ZZ9.                     !@18A
017400/ PROCESSING.
017500 TITLE 'Initialization and Main Line'.
017600 PROCEDURE DIVISION.
017900     PERFORM 0020-PROCESS-SUMMARY-RECORD
018000         UNTIL SUMMARY-EOF.
018100     PERFORM 0030-PRINT-TOTALS.
018105     PERFORM 0060-KEEP-CYCLE-TOTALS.                              !@18A
018110     PERFORM 0044-CHECK-PLANNED-JOBS.                             !@12A
018120     PERFORM 0047-CHECK-VOLUME.                                   !@13A
018135     PERFORM 0049-STAGE-METRICS.                                  !@16A
018150     PERFORM 0045-ARCHIVE-AND-RESET.                              !@05A
018200     PERFORM 0040-TERMINATE.
018210* a non-zero return code is what lets the scheduler page the     !@06A
018296     END-IF.                                                      !@13A
018300     STOP RUN.
018400 0010-INITIALIZE.
018425     PERFORM 0018-READ-WINDOW-ID.                                 !@18A
018450     PERFORM 0012-LOAD-PLAN.                                      !@12A
018460     PERFORM 0014-LOAD-HISTORY.                                   !@13A
018470     PERFORM 0016-LOAD-VOLC.                                      !@13A
019233         SET PLN-INDEX TO PLN-CNTR;                                !@12A
019234         MOVE PLN-JOBID TO PLN-T-JOBID (PLN-INDEX);                !@12A
019235         MOVE PLN-DOWMASK TO PLN-T-DOWMASK (PLN-INDEX);            !@12A
019236         MOVE PLN-DOM TO PLN-T-DOM (PLN-INDEX);                   !@18C
019236         IF PLN-CYCLE = SPACE                                     !@18A
019236          THEN                                                    !@18A
019236           MOVE '1' TO PLN-T-CYCLE (PLN-INDEX)                    !@18A
019236          ELSE                                                    !@18A
019236           MOVE PLN-CYCLE TO PLN-T-CYCLE (PLN-INDEX)              !@18A
019236         END-IF                                                   !@18A
019237        ELSE                                                       !@12A
019238         SET PLAN-TRUNCATED TO TRUE                                !@12A
019239       END-IF                                                      !@12A
019242* each job's rolling history: pages and input records from the   !@13A
019243* input exits' end records, and the count of distinct dates      !@13A
019244* seen (the history is appended chronologically, so a date       !@13A
019245* change per job is a new day). the averages divide by that.      !@18C
019245* a change of cycle is a new batch window too, so a job run in    !@18A
019245* two cycles of one day is averaged per window it ran in.         !@18A
019246     OPEN INPUT HISTORY-FILE.                                     !@13A
019247     SET HIST-NOTEOF TO TRUE.                                     !@13A
019248     PERFORM UNTIL HIST-EOF                                       !@13A
019253         IF (WKH-EXIT-ID = 'APKINPTS'                             !@13A
019254             OR WKH-EXIT-ID = 'APKINPXT')                         !@13A
019255            AND WKH-RECTYPE NOT = 'S'                             !@13A
019255            AND WKH-RECTYPE NOT = 'V'                             !@14A
019255            AND WKH-RECTYPE NOT = 'W'                             !@15A
019255            AND WKH-RECTYPE NOT = 'U'                             !@17A
019256          THEN                                                    !@13A
019257           PERFORM 0015-NOTE-HISTORY-RECORD                       !@13A
019258         END-IF                                                   !@13A
019273         MOVE ZERO TO JH-RECS (JH-INDEX);                         !@13A
019274         MOVE ZERO TO JH-DAYS (JH-INDEX);                         !@13A
019275         MOVE ZERO TO JH-LAST-DATE (JH-INDEX);                    !@13A
019275         MOVE SPACE TO JH-LAST-CYCLE (JH-INDEX);                  !@18A
019276         SET JH-FOUND TO TRUE                                     !@13A
019277       END-IF                                                     !@13A
019278      WHEN JH-JOBID (JH-INDEX) = WKH-JOBID                        !@13A
019282      THEN                                                        !@13A
019283       ADD WKH-PAGECNT TO JH-PAGES (JH-INDEX);                    !@13A
019284       ADD WKH-RECCNT TO JH-RECS (JH-INDEX);                      !@13A
019285       IF WKH-RUNDATE NOT = JH-LAST-DATE (JH-INDEX)               !@18C
019285          OR WKH-CYCLE NOT = JH-LAST-CYCLE (JH-INDEX)             !@18A
019286        THEN                                                      !@13A
019287         ADD 1 TO JH-DAYS (JH-INDEX);                             !@13A
019288         MOVE WKH-RUNDATE TO JH-LAST-DATE (JH-INDEX);             !@18C
019288         MOVE WKH-CYCLE TO JH-LAST-CYCLE (JH-INDEX)               !@18A
019289       END-IF                                                     !@13A
019290     END-IF.                                                      !@13A
019291 0016-LOAD-VOLC.                                                  !@13A
019299         END-IF                                                   !@13A
019299       END-IF                                                     !@13A
019299     END-IF.                                                      !@13A
019300 0018-READ-WINDOW-ID.                                             !@18A
019301* the window being summarized; an empty state file leaves         !@18A
019302* today's date and cycle 1.                                       !@18A
019303     ACCEPT RUN-WINDOW-DATE FROM DATE YYYYMMDD.                   !@18A
019305     OPEN INPUT WSTA-FILE.                                        !@18A
019306     READ WSTA-FILE                                               !@18A
019307      AT END                                                      !@18A
019308       CONTINUE                                                   !@18A
019310      NOT AT END                                                  !@18A
019311       IF WST-DATE NUMERIC AND WST-DATE > ZERO                    !@18A
019312        THEN                                                      !@18A
019313         MOVE WST-DATE TO RUN-WINDOW-DATE                         !@18A
019315       END-IF;                                                    !@18A
019316       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@18A
019317        THEN                                                      !@18A
019318         MOVE WST-CYCLE TO RUN-WINDOW-CYCLE                       !@18A
019320       END-IF                                                     !@18A
019321     END-READ.                                                    !@18A
019322     CLOSE WSTA-FILE.                                             !@18A
019323     MOVE RUN-WINDOW-DATE TO PT-WINDOW-DATE.                      !@18A
019325     MOVE RUN-WINDOW-CYCLE TO PT-WINDOW-CYCLE.                    !@18A
019326 0020-PROCESS-SUMMARY-RECORD.
019327* a start event record carries no figures; it only feeds the     !@07A
019328* timing section. a blank record type is an end record written   !@07A
019330* before the type existed.                                       !@07A
019333* an electronic-delivery record only carries the pages APKINPXT   !@14A
019336* marked for the APKEDLV split.                                   !@14A
019338* a bad-address hold record, the pages it held out of the mail.   !@15A
019339* a suppressed-statement record, the pages its rules took out.    !@17A
019340     EVALUATE SUM-RECTYPE                                         !@14C
019350      WHEN 'S'                                                    !@14C
019360       PERFORM 0026-NOTE-START-RECORD                             !@14C
019363      WHEN 'V'                                                    !@14A
019366       ADD SUM-PAGECNT TO TOT-EDLVCNT                             !@14A
019367      WHEN 'W'                                                    !@15A
019368       ADD SUM-PAGECNT TO TOT-RTSHCNT                             !@15A
019371      WHEN 'U'                                                    !@17A
019374       ADD SUM-PAGECNT TO TOT-SUPPCNT                             !@17A
019377      WHEN OTHER                                                  !@14C
019380       PERFORM 0021-PROCESS-END-RECORD                            !@14C
019390     END-EVALUATE.                                                !@14C
019392     READ SUMMARY-FILE                                            !@07A
019394      AT END                                                      !@07A
019396       SET SUMMARY-EOF TO TRUE                                    !@07A
022870      WHEN 'APKINPTS'                                              !@02A
022880      WHEN 'APKINPXT'                                              !@02A
022890       ADD SUM-RECCNT TO TOT-INRECCNT                              !@02A
022891       IF SUM-EXIT-ID = 'APKINPXT'                                !@14A
022892        THEN                                                      !@14A
022893         ADD SUM-PAGECNT TO TOT-XPAGECNT                          !@14A
022894       END-IF                                                     !@14A
022895       ADD SUM-INSCNT TO CTL-INSCNT                                !@03A
022897       ADD SUM-DELCNT TO CTL-DELCNT                                !@03A
022898       PERFORM 0029-NOTE-JOB-FIGURES                               !@06A
022993         MOVE SPACES TO JB-START-STAMP (JB-INDEX);                 !@07A
022994         MOVE SPACES TO JB-END-STAMP (JB-INDEX);                   !@07A
022994         MOVE ZERO TO JB-PAGECNT (JB-INDEX);                       !@13A
022994         MOVE ZERO TO JB-DEVPCT (JB-INDEX);                       !@16A
022994         MOVE 'OK' TO JB-METSTAT (JB-INDEX);                      !@16A
022995         SET JOB-FOUND TO TRUE                                     !@07C
022996        ELSE                                                       !@07C
022997         SET JOB-TRUNCATED TO TRUE                                 !@07C
023300     MOVE 'TOTAL PAGES' TO LT-LABEL.
023400     MOVE TOT-PAGECNT TO LT-COUNT.
023500     PERFORM 0035-PRINT-TOTAL-LINE.
023511* APKINPXT's pages split by delivery: those marked for the        !@14A
023522* electronic-presentment dataset, those held for a bad address,   !@15C
023527* those in statements suppressed by rule, and the rest, which     !@17C
023530* print.                                                          !@17A
023533     MOVE 'PRINTED PAGES' TO LT-LABEL.                            !@14A
023544     COMPUTE LT-COUNT = TOT-XPAGECNT - TOT-EDLVCNT                !@15C
023549       - TOT-RTSHCNT - TOT-SUPPCNT.                               !@17C
023555     PERFORM 0035-PRINT-TOTAL-LINE.                               !@14A
023566     MOVE 'E-DELIVERED PAGES' TO LT-LABEL.                        !@14A
023577     MOVE TOT-EDLVCNT TO LT-COUNT.                                !@14A
023588     PERFORM 0035-PRINT-TOTAL-LINE.                               !@14A
023591     MOVE 'HELD (BAD ADDRESS) PAGES' TO LT-LABEL.                 !@15A
023594     MOVE TOT-RTSHCNT TO LT-COUNT.                                !@15A
023595     PERFORM 0035-PRINT-TOTAL-LINE.                               !@15A
023597     MOVE 'SUPPRESSED PAGES' TO LT-LABEL.                         !@17A
023598     MOVE TOT-SUPPCNT TO LT-COUNT.                                !@17A
023599     PERFORM 0035-PRINT-TOTAL-LINE.                               !@17A
023600     MOVE 'TOTAL LINES' TO LT-LABEL.
023700     MOVE TOT-LINECNT TO LT-COUNT.
023800     PERFORM 0035-PRINT-TOTAL-LINE.
025799           JB-JOBID (JB-INDEX) DELIMITED BY SIZE                  !@09A
025799           ' OUT OF BALANCE' DELIMITED BY SIZE                    !@09A
025799         INTO WTO-MSGTEXT;                                        !@09A
025799       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT;              !@16C
025799       MOVE 'OOB' TO JB-METSTAT (JB-INDEX)                        !@16A
025800     END-IF.                                                       !@06A
025801 0039-EXIT.                                                        !@10A
025802     EXIT.                                                         !@10A
025509       MOVE JB-JOBID (JB-INDEX) TO LNF-JOBID;                      !@07A
025509       MOVE LENGTH OF LINE-NEVERFIN TO PRINT-REC-LEN;              !@07A
025509       WRITE PRINT-RECORD FROM LINE-NEVERFIN;                      !@07A
025508       MOVE 'NFIN' TO JB-METSTAT (JB-INDEX);                      !@16A
025509       MOVE 'APK006E' TO WTO-MSGID;                               !@09A
025509       MOVE SPACES TO WTO-MSGTEXT;                                !@09A
025509       STRING 'APKBSUMR JOB ' DELIMITED BY SIZE                   !@09A
025509      THEN                                                         !@12A
025509       SET PLAN-NOT-DUE TO TRUE                                    !@12A
025509     END-IF.                                                       !@12A
025504* a planned job is due only in its own cycle of the day.          !@18A
025505     IF PLN-T-CYCLE (PLN-INDEX) NOT = RUN-WINDOW-CYCLE            !@18A
025506      THEN                                                        !@18A
025507       SET PLAN-NOT-DUE TO TRUE                                   !@18A
025508     END-IF.                                                      !@18A
025509     IF PLAN-NOT-DUE                                               !@12A
025509      THEN                                                         !@12A
025509       GO TO 0046-EXIT                                             !@12A
025509         MOVE DEV-WORK TO DEV-PCT                                 !@13A
025509       END-IF                                                     !@13A
025509     END-IF.                                                      !@13A
025508     MOVE DEV-PCT TO JB-DEVPCT (JB-INDEX).                        !@16A
025509     IF DEV-PCT > CHECK-PCT                                       !@13A
025509      THEN                                                        !@13A
025509       ADD 1 TO ANOM-CNTR;                                        !@13A
025509           ' VOLUME DEVIATES FROM ITS HISTORY'                    !@13A
025509           DELIMITED BY SIZE                                      !@13A
025509         INTO WTO-MSGTEXT;                                        !@13A
025504       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT;              !@16C
025505       IF JB-METSTAT (JB-INDEX) = 'OK'                            !@16A
025506        THEN                                                      !@16A
025507         MOVE 'ANOM' TO JB-METSTAT (JB-INDEX)                     !@16A
025508       END-IF                                                     !@16A
025509     END-IF.                                                      !@13A
025509 0048-EXIT.                                                       !@13A
025509     EXIT.                                                        !@13A
025509 0049-STAGE-METRICS.                                              !@16A
025509* one JOB record per job for the monitoring feed, and the         !@16A
025509* planned-job check's result when there was a plan to check.      !@16A
025509     PERFORM 0050-STAGE-ONE-JOB                                   !@16A
025509         VARYING JB-INDEX FROM 1 BY 1                             !@16A
025509         UNTIL JB-INDEX > JB-CNTR.                                !@16A
025509     IF PLN-CNTR > ZERO                                           !@16A
025509      THEN                                                        !@16A
025509       MOVE 'CHK' TO MET-TYPE;                                    !@16A
025509       MOVE 'PLANJOB' TO MET-KEY;                                 !@16A
025509       IF MISSING-CNTR > ZERO                                     !@16A
025509        THEN                                                      !@16A
025509         MOVE 'FAIL' TO MET-STATUS                                !@16A
025509        ELSE                                                      !@16A
025509         MOVE 'PASS' TO MET-STATUS                                !@16A
025509       END-IF;                                                    !@16A
025509       MOVE ZERO TO MET-PAGES, MET-RECORDS, MET-ELAPSED,          !@16A
025509                    MET-DEVIATION;                                !@16A
025509       MOVE MISSING-CNTR TO MET-COUNT;                            !@16A
025509       MOVE ' PLANNED JOBS NEVER RAN' TO MET-DETAIL-TEXT;         !@16A
025509       CALL APKMETW-PGM USING MET-TYPE, MET-KEY, MET-STATUS,      !@16A
025509                              MET-PAGES, MET-RECORDS, MET-ELAPSED,!@16A
025509                              MET-DEVIATION, MET-DETAIL, PGMNAME  !@16A
025509     END-IF.                                                      !@16A
025509 0050-STAGE-ONE-JOB.                                              !@16A
025509* the elapsed time needs both events; a job that never            !@16A
025509* finished, or left no start event, shows none.                   !@16A
025509     MOVE 'JOB' TO MET-TYPE.                                      !@16A
025509     MOVE JB-JOBID (JB-INDEX) TO MET-KEY.                         !@16A
025509     MOVE JB-METSTAT (JB-INDEX) TO MET-STATUS.                    !@16A
025509     MOVE JB-PAGECNT (JB-INDEX) TO MET-PAGES.                     !@16A
025509     MOVE JB-INRECCNT (JB-INDEX) TO MET-RECORDS.                  !@16A
025509     MOVE ZERO TO MET-ELAPSED.                                    !@16A
025509     IF JB-START-STAMP (JB-INDEX) NOT = SPACES                    !@16A
025509        AND JB-END-STAMP (JB-INDEX) NOT = SPACES                  !@16A
025509      THEN                                                        !@16A
025509       MOVE JB-START-STAMP (JB-INDEX) TO SP-FROM;                 !@16A
025509       MOVE JB-END-STAMP (JB-INDEX) TO SP-TO;                     !@16A
025509       PERFORM 0042-COMPUTE-ELAPSED;                              !@16A
025509       MOVE ELAPSED-SECS TO MET-ELAPSED                           !@16A
025509     END-IF.                                                      !@16A
025509     IF JB-DEVPCT (JB-INDEX) > 99999                              !@16A
025509      THEN                                                        !@16A
025509       MOVE 99999 TO MET-DEVIATION                                !@16A
025509      ELSE                                                        !@16A
025509       MOVE JB-DEVPCT (JB-INDEX) TO MET-DEVIATION                 !@16A
025509     END-IF.                                                      !@16A
025509     MOVE SPACES TO MET-DETAIL.                                   !@16A
025509     IF JB-IS-REPRINT (JB-INDEX)                                  !@16A
025509      THEN                                                        !@16A
025509       MOVE 'REPRINT RUN' TO MET-DETAIL                           !@16A
025509     END-IF.                                                      !@16A
025509     CALL APKMETW-PGM USING MET-TYPE, MET-KEY, MET-STATUS,        !@16A
025509                            MET-PAGES, MET-RECORDS, MET-ELAPSED,  !@16A
025509                            MET-DEVIATION, MET-DETAIL, PGMNAME.   !@16A
025509 0060-KEEP-CYCLE-TOTALS.                                          !@18A
025509* the register holds one record per summarized cycle of the       !@18A
025509* window date. this cycle's record replaces any earlier one (a    !@18A
025509* rerun), another date's records are dropped, and the register    !@18A
025509* is rewritten whole before every cycle of the date prints.       !@18A
025509     INITIALIZE CYCLE-TABLE.                                      !@18A
025509     OPEN INPUT CYCLE-FILE.                                       !@18A
025509     SET CYCLE-NOTEOF TO TRUE.                                    !@18A
025509     PERFORM UNTIL CYCLE-EOF                                      !@18A
025509       READ CYCLE-FILE                                            !@18A
025509        AT END                                                    !@18A
025509         SET CYCLE-EOF TO TRUE                                    !@18A
025509        NOT AT END                                                !@18A
025509         PERFORM 0061-HOLD-CYCLE-RECORD                           !@18A
025509       END-READ                                                   !@18A
025509     END-PERFORM.                                                 !@18A
025509     CLOSE CYCLE-FILE.                                            !@18A
025509     MOVE RUN-WINDOW-CYCLE TO CT-CYCLE.                           !@18A
025509     MOVE 'Y' TO CT-USED (CT-CYCLE).                              !@18A
025509     MOVE RUN-CNTR TO CT-RUNS (CT-CYCLE).                         !@18A
025509     MOVE TOT-PAGECNT TO CT-PAGES (CT-CYCLE).                     !@18A
025509     COMPUTE CT-PRINTED (CT-CYCLE) = TOT-XPAGECNT - TOT-EDLVCNT   !@18A
025509       - TOT-RTSHCNT - TOT-SUPPCNT.                               !@18A
025509     MOVE TOT-EDLVCNT TO CT-EDLV (CT-CYCLE).                      !@18A
025509     MOVE TOT-RTSHCNT TO CT-HELD (CT-CYCLE).                      !@18A
025509     MOVE TOT-SUPPCNT TO CT-SUPP (CT-CYCLE).                      !@18A
025509     OPEN OUTPUT CYCLE-FILE.                                      !@18A
025509     MOVE RUN-WINDOW-DATE TO LCT-DATE.                            !@18A
025509     MOVE LENGTH OF LINE-CYCLE-TITLE TO PRINT-REC-LEN.            !@18A
025509     WRITE PRINT-RECORD FROM LINE-CYCLE-TITLE.                    !@18A
025509     MOVE LENGTH OF LINE-CYCLE-HEAD TO PRINT-REC-LEN.             !@18A
025509     WRITE PRINT-RECORD FROM LINE-CYCLE-HEAD.                     !@18A
025509     PERFORM 0062-KEEP-ONE-CYCLE                                  !@18A
025509         VARYING CT-CYCLE FROM 1 BY 1                             !@18A
025509         UNTIL CT-CYCLE > 9.                                      !@18A
025509     CLOSE CYCLE-FILE.                                            !@18A
025509     MOVE 'DAY TOTAL' TO LCY-LABEL.                               !@18A
025509     MOVE DY-RUNS TO LCY-RUNS.                                    !@18A
025509     MOVE DY-PAGES TO LCY-PAGES.                                  !@18A
025509     MOVE DY-PRINTED TO LCY-PRINTED.                              !@18A
025509     MOVE DY-EDLV TO LCY-EDLV.                                    !@18A
025509     MOVE DY-HELD TO LCY-HELD.                                    !@18A
025509     MOVE DY-SUPP TO LCY-SUPP.                                    !@18A
025509     MOVE LENGTH OF LINE-CYCLE TO PRINT-REC-LEN.                  !@18A
025509     WRITE PRINT-RECORD FROM LINE-CYCLE.                          !@18A
025509 0061-HOLD-CYCLE-RECORD.                                          !@18A
025509     IF BSW-DATE = RUN-WINDOW-DATE                                !@18A
025509        AND BSW-CYCLE NUMERIC AND BSW-CYCLE > ZERO                !@18A
025509      THEN                                                        !@18A
025509       MOVE BSW-CYCLE TO CT-CYCLE;                                !@18A
025509       MOVE 'Y' TO CT-USED (CT-CYCLE);                            !@18A
025509       MOVE BSW-RUNS TO CT-RUNS (CT-CYCLE);                       !@18A
025509       MOVE BSW-PAGES TO CT-PAGES (CT-CYCLE);                     !@18A
025509       MOVE BSW-PRINTED TO CT-PRINTED (CT-CYCLE);                 !@18A
025509       MOVE BSW-EDLV TO CT-EDLV (CT-CYCLE);                       !@18A
025509       MOVE BSW-HELD TO CT-HELD (CT-CYCLE);                       !@18A
025509       MOVE BSW-SUPP TO CT-SUPP (CT-CYCLE)                        !@18A
025509     END-IF.                                                      !@18A
025509 0062-KEEP-ONE-CYCLE.                                             !@18A
025509     IF CT-IS-USED (CT-CYCLE)                                     !@18A
025509      THEN                                                        !@18A
025509       MOVE SPACES TO CYCLE-RECORD;                               !@18A
025509       MOVE RUN-WINDOW-DATE TO BSW-DATE;                          !@18A
025509       MOVE CT-CYCLE TO BSW-CYCLE;                                !@18A
025509       MOVE CT-RUNS (CT-CYCLE) TO BSW-RUNS;                       !@18A
025509       MOVE CT-PAGES (CT-CYCLE) TO BSW-PAGES;                     !@18A
025509       MOVE CT-PRINTED (CT-CYCLE) TO BSW-PRINTED;                 !@18A
025509       MOVE CT-EDLV (CT-CYCLE) TO BSW-EDLV;                       !@18A
025509       MOVE CT-HELD (CT-CYCLE) TO BSW-HELD;                       !@18A
025509       MOVE CT-SUPP (CT-CYCLE) TO BSW-SUPP;                       !@18A
025509       WRITE CYCLE-RECORD;                                        !@18A
025509       ADD CT-RUNS (CT-CYCLE) TO DY-RUNS;                         !@18A
025509       ADD CT-PAGES (CT-CYCLE) TO DY-PAGES;                       !@18A
025509       ADD CT-PRINTED (CT-CYCLE) TO DY-PRINTED;                   !@18A
025509       ADD CT-EDLV (CT-CYCLE) TO DY-EDLV;                         !@18A
025509       ADD CT-HELD (CT-CYCLE) TO DY-HELD;                         !@18A
025509       ADD CT-SUPP (CT-CYCLE) TO DY-SUPP;                         !@18A
025509       MOVE SPACES TO LCY-LABEL;                                  !@18A
025509       MOVE 'CYCLE' TO LCY-LABEL;                                 !@18A
025509       MOVE CT-CYCLE TO LCY-CYCLE;                                !@18A
025509       MOVE CT-RUNS (CT-CYCLE) TO LCY-RUNS;                       !@18A
025509       MOVE CT-PAGES (CT-CYCLE) TO LCY-PAGES;                     !@18A
025509       MOVE CT-PRINTED (CT-CYCLE) TO LCY-PRINTED;                 !@18A
025509       MOVE CT-EDLV (CT-CYCLE) TO LCY-EDLV;                       !@18A
025509       MOVE CT-HELD (CT-CYCLE) TO LCY-HELD;                       !@18A
025509       MOVE CT-SUPP (CT-CYCLE) TO LCY-SUPP;                       !@18A
025509       MOVE LENGTH OF LINE-CYCLE TO PRINT-REC-LEN;                !@18A
025509       WRITE PRINT-RECORD FROM LINE-CYCLE                         !@18A
025509     END-IF.                                                      !@18A
025510 0045-ARCHIVE-AND-RESET.                                          !@05A
025520* append the day's records, image for image, to the monthly      !@05A
025530* history dataset, then reset (empty) the work file, so the      !@05A
