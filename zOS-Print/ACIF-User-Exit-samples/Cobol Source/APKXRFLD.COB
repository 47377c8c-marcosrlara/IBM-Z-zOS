000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000100* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 07   *!@07A
000100*    THE MASTER, GROUP-TO-ACCOUNT, AND ACCOUNT HISTORY KEYS NOW  *!@07A
000100*    CARRY THE BATCH WINDOW THE RECORD WAS COLLECTED IN - ITS    *!@07A
000100*    DATE, WITH THE CYCLE IN THE BYTE RIGHT BEHIND IT - IN PLACE *!@07A
000100*    OF THE LOAD DATE, SO A JOB RUN IN TWO CYCLES OF ONE DAY     *!@07A
000100*    LOADS BOTH RUNS INSTEAD OF LOSING THE SECOND TO THE         *!@07A
000100*    DUPLICATE-KEY SKIP. EACH KEY IS ONE BYTE LONGER (35, 69,    *!@07A
000100*    AND 45 BYTES); THE CLUSTERS MUST BE REDEFINED TO MATCH.     *!@07A
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 06   *!@06A
000101*    THE LOAD NOW RUNS ONCE PER BATCH WINDOW CYCLE: THE WINDOW   *!@06A
000101*    DATE AND CYCLE COME FROM THE APKWSTAT WINDOW-STATE RECORD   *!@06A
000101*    (OR, ON A RESTART, FROM THE CHECKPOINT), AND EVERY MASTER,  *!@06A
000101*    GROUP-TO-ACCOUNT, AND ACCOUNT HISTORY RECORD CARRIES THE    *!@06A
000101*    CYCLE IT WAS COLLECTED IN.                                  *!@06A
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000102*    THE DAY'S ACCOUNT NUMBERS ARE ALSO LOADED INTO A NEW        *!@05A
000102*    ACCOUNT HISTORY INDEX, APKACXM, KEYED BY ACCOUNT AND RUN    *!@05A
000102*    DATE, WITH EACH STATEMENT'S JOB, PAGE RANGE, GROUP NAME,    *!@05A
000102*    AND THE APKARCI ARCHIVE COPY HOLDING THE RUN, SO "EVERY     *!@05A
000102*    STATEMENT WE SENT ACCOUNT X" IS ONE KEYED BROWSE (THE       *!@05A
000102*    APKACXQ BATCH QUERY) INSTEAD OF A RUN-BY-RUN SCAN.          *!@05A
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000103*    LOAD THE DAY'S APKGACC GROUP-TO-ACCOUNT RECORDS (WRITTEN BY *!@04A
000103*    APKEDLV, ONE PER NAMED GROUP) INTO THEIR OWN KEYED INDEX    *!@04A
000103*    APKGACM, UNDER THE SAME LOAD DATE AS THE GROUP RECORDS, SO  *!@04A
000103*    THE RETURNED-MAIL PROGRAM APKRTML CAN TURN A GROUP NAME     *!@04A
000103*    INTO AN ACCOUNT. THE CHECKPOINT COUNTS THEM TOO, AND THE    *!@04A
000103*    WORK FILE IS RESET AFTER THE LOAD LIKE THE OTHERS.          *!@04A
000104* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 03   *!@03A
000105*    THE LOAD IS NOW RESTARTABLE AND SAFE TO RERUN: PROGRESS IS   *!@03A
000105*    CHECKPOINTED TO THE PERSISTENT APKXLCK RECORD EVERY 1000     *!@03A
001600
001700               Each loaded master record carries the page name,
001800               job name, and page number from the work file
001900               record, stamped with the batch window it was       !@07C
001950               collected in (date and cycle), so                  !@07A
002000               the same page name and job name recurring on a
002100               later run loads as its own master record           !@07C
002200               instead of colliding with the earlier run's.       !@07C
002300
002400               You must allocate a DD named APKOXRF for the
002500               cross-reference work file written by APKOUTXT,
002610               cross-reference work file (one record per       !@02A
002620               named group, also written by APKOUTXT),         !@02A
002700               and a DD named APKXRFM for the keyed master
002800               (VSAM KSDS, 80-byte records, 35-byte key at        !@07C
002900               offset 0). Once their records have been loaded, !@02C
003000               both work files are reset (emptied) so the next !@02C
003010               day's records are not loaded twice.             !@02C
003024               checkpoint at all is harmless too.              !@03A
003025
003030               A group record loads with the first ten bytes   !@02A
003040               of its group name, the job name, the window        !@07C
003050               date and cycle, and the group's first page in      !@07C
003060               the key, a G in the record-type byte behind it,    !@07C
003070               the rest of the 44-byte group name, and the     !@02A
003080               last page. Page records leave the record-type   !@02A
003090               byte blank, so the two kinds share one master   !@02A
003100               without colliding and APKXRFIQ can tell them    !@02A
003110               apart.                                          !@02A
003053
003054               A DD named APKGACC is required for the group-to-   !@04A
003055               account work file (one 100-byte record per named   !@04A
003056               group, written by APKEDLV and collected by         !@04A
003057               APKBSUMC), and one named APKGACM for its keyed     !@04A
003058               index (VSAM KSDS, 100-byte records, 69-byte key    !@07C
003059               at offset 0: the full group name, the job name,    !@04A
003060               the window date and cycle, and the first page,     !@07C
003061               the same window and first page as the group's      !@07C
003062               type-G master record). The data portion carries    !@07C
003063               the last page, the account number, and how the     !@07C
003064               group was delivered. The work file is reset        !@07C
003065               after the load and its progress is checkpointed    !@07C
003066               with the others.                                   !@07A
003067
003068               A DD named APKACXM is required for the account     !@05A
003069               history index (VSAM KSDS, 160-byte records,        !@05A
003070               45-byte key at offset 0: the account number, the   !@07C
003071               window date and cycle, the job name, and the       !@07C
003072               first page),                                       !@07A
003073               loaded from the same group-to-account records      !@05A
003074               with the last page, the group name, and the        !@05A
003075               archive copy holding the run: the APKARCI          !@05A
003076               inventory entry (DD APKARCI, read only) for the    !@05A
003077               same job dated the load date or the day before,    !@05A
003078               since the window may cross midnight. A run not     !@05A
003079               yet in the inventory loads with the copy blank.    !@05A
003080               Groups with no account number are not indexed.     !@05A
003081
003082               A DD named APKWSTA is required for the APKWSTAT    !@06A
003083               window-state record (read only), since a day can   !@06A
003084               run more than one batch window cycle and this load !@06A
003085               runs once per cycle. Every master,                 !@07C
003086               group-to-account, and account history key carries  !@07C
003087               the batch window its record was collected in - the !@07C
003088               window date, with the cycle in the byte right      !@07C
003089               behind it - in place of a load date: a page record !@07C
003090               takes the window stamped on its work file record   !@07C
003091               by APKBSUMC, the others the window being loaded.   !@07C
003092               So a job run in more than one cycle of a day loads !@07C
003093               every run, each under its own cycle. The window is !@07C
003094               saved on the checkpoint, so a rerun resumes under  !@07C
003095               the failed run's window as well as its load date.  !@07C
003096               The load date is still what a run's archive copy   !@07C
003097               is matched against, as above. The cycle makes each !@07A
003098               key one byte longer than before (35, 69, and 45    !@07A
003099               bytes); define the three clusters to match.        !@07A
003100 DATE-WRITTEN. 22 Aug 2026.
003200 DATE-COMPILED.
003300 SECURITY. IBM SAMPLE CODE ONLY.
007620         ORGANIZATION SEQUENTIAL.                                 !@02A
007630     SELECT XLCK-FILE ASSIGN TO APKXLCK                           !@03A
007640         ORGANIZATION SEQUENTIAL.                                 !@03A
007660     SELECT GACC-FILE ASSIGN TO APKGACC                           !@04A
007680         ORGANIZATION SEQUENTIAL.                                 !@04A
007700     SELECT MASTER-FILE ASSIGN TO APKXRFM
007800         ORGANIZATION INDEXED
007900         ACCESS MODE DYNAMIC
008000         RECORD KEY IS XRFM-KEY
008100         FILE STATUS IS MASTER-STATUS.
008116     SELECT GACM-FILE ASSIGN TO APKGACM                           !@04A
008133         ORGANIZATION INDEXED                                     !@04A
008150         ACCESS MODE DYNAMIC                                      !@04A
008166         RECORD KEY IS GACM-KEY                                   !@04A
008183         FILE STATUS IS GACM-STATUS.                              !@04A
008185     SELECT ACXM-FILE ASSIGN TO APKACXM                           !@05A
008187         ORGANIZATION INDEXED                                     !@05A
008189         ACCESS MODE DYNAMIC                                      !@05A
008191         RECORD KEY IS ACXM-KEY                                   !@05A
008193         FILE STATUS IS ACXM-STATUS.                              !@05A
008195     SELECT ARCI-FILE ASSIGN TO APKARCI                           !@05A
008197         ORGANIZATION SEQUENTIAL.                                 !@05A
008198     SELECT WSTA-FILE ASSIGN TO APKWSTA                           !@06A
008199         ORGANIZATION SEQUENTIAL.                                 !@06A
008200     EJECT
008300 DATA DIVISION.
008400 FILE SECTION.
009600     05  XREF-PAGENUM            PIC 9(8).
009700     05  FILLER                  PIC X.
009800     05  XREF-JOBNAME            PIC X(8).
009900     05  XREF-WINDOW.                                             !@06C
009902         10  XREF-WIN-DATE       PIC 9(8).                        !@06A
009905         10  XREF-WIN-CYCLE      PIC 9.                           !@06A
009907     05  FILLER                  PIC X(43).                       !@06A
009910* group name/first page/last page/job name, one record per        !@02A
009920* named group, written by APKOUTXT.                               !@02A
009930 FD  GXRF-FILE                                                    !@02A
009940     LABEL RECORDS STANDARD                                       !@02A
009950     RECORDING MODE F                                             !@02A
009951     BLOCK CONTAINS 0                                             !@02A
009952     RECORD CONTAINS 80 CHARACTERS.                               !@02A
009953 01  GXRF-RECORD.                                                 !@02A
009954     05  GXRF-GRPNAME            PIC X(44).                       !@02A
009956     05  FILLER                  PIC X.                           !@02A
009957     05  GXRF-FIRST-PAGE         PIC 9(8).                        !@02A
009958     05  FILLER                  PIC X.                           !@02A
009959     05  GXRF-LAST-PAGE          PIC 9(8).                        !@02A
009961     05  FILLER                  PIC X.                           !@02A
009962     05  GXRF-JOBNAME            PIC X(8).                        !@02A
009963     05  FILLER                  PIC X(9).                        !@02A
009964* group name/first page/last page/job name/account/delivery,      !@04A
009965* one record per named group, written by APKEDLV.                 !@04A
009967 FD  GACC-FILE                                                    !@04A
009968     LABEL RECORDS STANDARD                                       !@04A
009969     RECORDING MODE F                                             !@04A
009970     BLOCK CONTAINS 0                                             !@04A
009972     RECORD CONTAINS 100 CHARACTERS.                              !@04A
009973 01  GACC-RECORD.                                                 !@04A
009974     05  GACC-GRPNAME            PIC X(44).                       !@04A
009975     05  FILLER                  PIC X.                           !@04A
009976     05  GACC-FIRST-PAGE         PIC 9(8).                        !@04A
009978     05  FILLER                  PIC X.                           !@04A
009979     05  GACC-LAST-PAGE          PIC 9(8).                        !@04A
009980     05  FILLER                  PIC X.                           !@04A
009981     05  GACC-JOBNAME            PIC X(8).                        !@04A
009983     05  FILLER                  PIC X.                           !@04A
009984     05  GACC-ACCTNO             PIC X(20).                       !@04A
009985     05  FILLER                  PIC X.                           !@04A
009986     05  GACC-DELIVERY           PIC X.                           !@04A
009988     05  FILLER                  PIC X(6).                        !@04A
009989* the one-record load checkpoint: in-progress or complete, the   !@03A
009990* load date in use, and how far the load had gotten.             !@03A
009991 FD  XLCK-FILE                                                    !@03A
009999     05  XLCK-LOADDATE           PIC 9(8).                        !@03A
009999     05  XLCK-XREF-CNT           PIC 9(8).                        !@03A
009999     05  XLCK-GXRF-CNT           PIC 9(8).                        !@03A
010015     05  XLCK-GACC-CNT           PIC 9(8).                        !@04A
010032     05  XLCK-WIN-DATE           PIC 9(8).                        !@06C
010049     05  XLCK-WIN-CYCLE          PIC 9.                           !@06A
010066     05  FILLER                  PIC X(38).                       !@06A
010083* persistent keyed master, one record per page per job per day,
010100* accumulated across days so page lookups no longer depend on
010200* the producing job's output still being on the spool.
010300 FD  MASTER-FILE
010800         10  XRFM-PGNAME         PIC X(10).
010900         10  XRFM-JOBNAME        PIC X(8).
011000         10  XRFM-RUNDATE        PIC 9(8).
011050         10  XRFM-CYCLE          PIC 9.                           !@07A
011100         10  XRFM-PAGENUM        PIC 9(8).
011110* blank for a page record, G for a group record, whose key       !@02A
011120* holds the first ten bytes of the group name and its first      !@02A
011150         88  XRFM-IS-GROUP       VALUE 'G'.                       !@02A
011160     05  XRFM-GRPNAME-REST       PIC X(34).                       !@02A
011170     05  XRFM-LAST-PAGE          PIC 9(8).                        !@02A
011200     05  FILLER                  PIC X(2).                        !@07C
011205* the group-to-account index, one record per named group per      !@04A
011211* job per day, keyed like the type-G master record but with the   !@04A
011217* whole group name.                                               !@04A
011223 FD  GACM-FILE                                                    !@04A
011229     LABEL RECORDS STANDARD                                       !@04A
011235     RECORD CONTAINS 100 CHARACTERS.                              !@04A
011241 01  GACM-RECORD.                                                 !@04A
011247     05  GACM-KEY.                                                !@04A
011248         10  GACM-GRPNAME        PIC X(44).                       !@04A
011249         10  GACM-JOBNAME        PIC X(8).                        !@04A
011250         10  GACM-RUNDATE        PIC 9(8).                        !@04A
011251         10  GACM-CYCLE          PIC 9.                           !@07A
011252         10  GACM-FIRST-PAGE     PIC 9(8).                        !@04A
011253     05  GACM-LAST-PAGE          PIC 9(8).                        !@04A
011254     05  GACM-ACCTNO             PIC X(20).                       !@04A
011255     05  GACM-DELIVERY           PIC X.                           !@04A
011256     05  FILLER                  PIC X(2).                        !@07C
011257* the account history index, one record per account per named     !@05A
011258* group per job per day, with the archive copy holding the run.   !@05A
011259 FD  ACXM-FILE                                                    !@05A
011260     LABEL RECORDS STANDARD                                       !@05A
011261     RECORD CONTAINS 160 CHARACTERS.                              !@05A
011262 01  ACXM-RECORD.                                                 !@05A
011263     05  ACXM-KEY.                                                !@05A
011264         10  ACXM-ACCTNO         PIC X(20).                       !@05A
011265         10  ACXM-RUNDATE        PIC 9(8).                        !@05A
011266         10  ACXM-CYCLE          PIC 9.                           !@07A
011267         10  ACXM-JOBNAME        PIC X(8).                        !@05A
011268         10  ACXM-FIRST-PAGE     PIC 9(8).                        !@05A
011269     05  ACXM-LAST-PAGE          PIC 9(8).                        !@05A
011271     05  ACXM-GRPNAME            PIC X(44).                       !@05A
011272     05  ACXM-ARC-DSNAME         PIC X(44).                       !@05A
011273     05  ACXM-ARC-RUNDATE        PIC 9(8).                        !@05A
011274     05  ACXM-DELIVERY           PIC X.                           !@05A
011275     05  FILLER                  PIC X(10).                       !@07C
011276* the archive copy inventory written by APKTLEBD, read only.      !@05A
011277 FD  ARCI-FILE                                                    !@05A
011278     LABEL RECORDS STANDARD                                       !@05A
011279     RECORDING MODE F                                             !@05A
011280     BLOCK CONTAINS 0                                             !@05A
011281     RECORD CONTAINS 164 CHARACTERS.                              !@05A
011282 01  ARCI-RECORD.                                                 !@05A
011283     05  ARCI-JOBID              PIC X(8).                        !@05A
011284     05  ARCI-RUNDATE            PIC 9(8).                        !@05A
011285     05  FILLER                  PIC X(6).                        !@05A
011286     05  ARCI-DSNAME             PIC X(44).                       !@05A
011287     05  FILLER                  PIC X(98).                       !@05A
011288* the one-record window state, as APKWSTAT keeps it.              !@06A
011289 FD  WSTA-FILE                                                    !@06A
011290     LABEL RECORDS STANDARD                                       !@06A
011291     RECORDING MODE F                                             !@06A
011292     BLOCK CONTAINS 0                                             !@06A
011294     RECORD CONTAINS 80 CHARACTERS.                               !@06A
011295 01  WSTA-RECORD.                                                 !@06A
011296     05  WST-DATE                PIC 9(8).                        !@06A
011297     05  FILLER                  PIC X(3).                        !@06A
011298     05  WST-CYCLE               PIC 9.                           !@06A
011299     05  FILLER                  PIC X(68).                       !@06A
011300     EJECT
011400 WORKING-STORAGE SECTION.
011500 77  PGMNAME                 PIC X(8) VALUE 'APKXRFLD'.
011910 77  GXRF-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@02A
011920     88  GXRF-EOF            VALUE HIGH-VALUE.                    !@02A
011930     88  GXRF-NOTEOF         VALUE LOW-VALUE.                     !@02A
011944 77  GACC-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@04A
011958     88  GACC-EOF            VALUE HIGH-VALUE.                    !@04A
011972     88  GACC-NOTEOF         VALUE LOW-VALUE.                     !@04A
011986 77  GACM-STATUS             PIC XX VALUE SPACES.                 !@04A
012000 77  READ-CNTR               PIC 9(8) BINARY VALUE ZERO.
012100 77  LOAD-CNTR               PIC 9(8) BINARY VALUE ZERO.
012200 77  DUP-CNTR                PIC 9(8) BINARY VALUE ZERO.
012210 77  GREAD-CNTR              PIC 9(8) BINARY VALUE ZERO.          !@02A
012220 77  GLOAD-CNTR              PIC 9(8) BINARY VALUE ZERO.          !@02A
012246 77  AREAD-CNTR              PIC 9(8) BINARY VALUE ZERO.          !@04A
012273 77  ALOAD-CNTR              PIC 9(8) BINARY VALUE ZERO.          !@04A
012300 77  READ-DISP               PIC ZZZ,ZZ9.
012400 77  LOAD-DISP               PIC ZZZ,ZZ9.
012500 77  DUP-DISP                PIC ZZZ,ZZ9.
012510 77  GREAD-DISP              PIC ZZZ,ZZ9.                         !@02A
012520 77  GLOAD-DISP              PIC ZZZ,ZZ9.                         !@02A
012546 77  AREAD-DISP              PIC ZZZ,ZZ9.                         !@04A
012573 77  ALOAD-DISP              PIC ZZZ,ZZ9.                         !@04A
012600 77  WS-LOADDATE             PIC 9(8) VALUE ZERO.
012610* restart state: whether a failed load was found in progress,    !@03A
012620* how far it had gotten (records already processed are read      !@03A
012650     88  RESTARTED-LOAD      VALUE 'Y'.                           !@03A
012660 77  RESTART-XREF-CNT        PIC 9(8) BINARY VALUE ZERO.          !@03A
012670 77  RESTART-GXRF-CNT        PIC 9(8) BINARY VALUE ZERO.          !@03A
012675 77  RESTART-GACC-CNT        PIC 9(8) BINARY VALUE ZERO.          !@04A
012680 77  XLCK-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@03A
012690     88  XLCK-EOF            VALUE HIGH-VALUE.                    !@03A
012700     88  XLCK-NOTEOF         VALUE LOW-VALUE.                     !@03A
012720 77  CKPT-QUOTIENT           PIC 9(8) BINARY VALUE ZERO.          !@03A
012730 77  CKPT-REMAINDER          PIC 9(4) BINARY VALUE ZERO.          !@03A
012740 77  WK-STATUS               PIC X VALUE SPACE.                   !@03A
012742 77  ACXM-STATUS             PIC XX VALUE SPACES.                 !@05A
012744 77  XLOAD-CNTR              PIC 9(8) BINARY VALUE ZERO.          !@05A
012746 77  XLOAD-DISP              PIC ZZZ,ZZ9.                         !@05A
012749 77  ARCI-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@05A
012751     88  ARCI-EOF            VALUE HIGH-VALUE.                    !@05A
012753     88  ARCI-NOTEOF         VALUE LOW-VALUE.                     !@05A
012756* day arithmetic for the archive copy match goes through the      !@05A
012758* shared APKDAYNO member.                                         !@05A
012760 77  APKDAYNO                PIC X(8) VALUE 'APKDAYNO'.           !@05A
012763 77  WS-LOAD-DAYNO           PIC 9(8) BINARY VALUE ZERO.          !@05A
012765 77  WS-COPY-DAYNO           PIC 9(8) BINARY VALUE ZERO.          !@05A
012767 77  WS-GAP                  PIC S9(8) BINARY VALUE ZERO.         !@05A
012770 77  BEST-GAP                PIC S9(8) BINARY VALUE ZERO.         !@05A
012772 77  MAX-ARC-ENTRIES         PIC 9(4) BINARY VALUE 500.           !@05A
012774* the inventory entries dated the load date or the day before,    !@05A
012776* the only copies tonight's groups can belong to.                 !@05A
012779 01  ARC-TABLE.                                                   !@05A
012781     05  AC-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@05A
012783     05  AC-ENTRY            OCCURS 500 TIMES                     !@05A
012786                             DEPENDING ON AC-CNTR                 !@05A
012788                             INDEXED BY AC-INDEX.                 !@05A
012790         10  AC-JOBID        PIC X(8).                            !@05A
012793         10  AC-RUNDATE      PIC 9(8).                            !@05A
012794         10  AC-GAP          PIC S9(8) BINARY.                    !@05A
012795         10  AC-DSNAME       PIC X(44).                           !@05A
012796* the batch window being loaded: its date and cycle.              !@06A
012797 01  WINDOW-ID.                                                   !@06A
012798     05  WINDOW-DATE         PIC 9(8) VALUE ZERO.                 !@06A
012799     05  WINDOW-CYCLE        PIC 9 VALUE 1.                       !@06A
012800/ PROCESSING.
012900 TITLE 'Initialization and Main Line'.
013000 PROCEDURE DIVISION.
013410     PERFORM 0022-INIT-GROUP-LOAD.                                !@02A
013420     PERFORM 0025-LOAD-GROUP-RECORD                               !@02A
013430         UNTIL GXRF-EOF.                                          !@02A
013447     PERFORM 0026-INIT-ACCOUNT-LOAD.                              !@04A
013465     PERFORM 0028-LOAD-ACCOUNT-RECORD                             !@04A
013482         UNTIL GACC-EOF.                                          !@04A
013500     PERFORM 0030-TERMINATE.
013600     STOP RUN.
013700 0010-INITIALIZE.
013740       DISPLAY PGMNAME ' INCOMPLETE LOAD FOUND. RESUMING'         !@03A
013750         ' UNDER ITS LOAD DATE AND COUNTS.'                       !@03A
013760      ELSE                                                        !@03A
013800       ACCEPT WS-LOADDATE FROM DATE YYYYMMDD;                     !@06C
013805       PERFORM 0013-READ-WINDOW-ID                                !@06A
013810     END-IF.                                                      !@03A
013813     DISPLAY PGMNAME ' LOADING WINDOW ' WINDOW-DATE               !@06A
013816       ' CYCLE ' WINDOW-CYCLE '.'.                                !@06A
013820* mark the load in progress before anything touches the          !@03A
013830* master, so a failure anywhere past this point is visibly       !@03A
013840* resumable.                                                     !@03A
014300       MOVE 'Y' TO RESTART-FLAG;                                  !@03A
014310       MOVE XLCK-LOADDATE TO WS-LOADDATE;                         !@03A
014320       MOVE XLCK-XREF-CNT TO RESTART-XREF-CNT;                    !@03A
014330       MOVE XLCK-GXRF-CNT TO RESTART-GXRF-CNT;                    !@04C
014331       MOVE XLCK-GACC-CNT TO RESTART-GACC-CNT;                    !@06C
014332       IF XLCK-WIN-CYCLE NUMERIC AND XLCK-WIN-CYCLE > ZERO        !@06A
014333        THEN                                                      !@06A
014335         MOVE XLCK-WIN-DATE TO WINDOW-DATE;                       !@06A
014336         MOVE XLCK-WIN-CYCLE TO WINDOW-CYCLE                      !@06A
014337        ELSE                                                      !@06A
014338         PERFORM 0013-READ-WINDOW-ID                              !@06A
014339       END-IF                                                     !@06A
014340     END-IF.                                                      !@03A
014350     CLOSE XLCK-FILE.                                             !@03A
014360 0012-WRITE-LOAD-CHECKPOINT.                                      !@03A
014430     MOVE WS-LOADDATE TO XLCK-LOADDATE.                           !@03A
014440     MOVE READ-CNTR TO XLCK-XREF-CNT.                             !@03A
014450     MOVE GREAD-CNTR TO XLCK-GXRF-CNT.                            !@03A
014455     MOVE AREAD-CNTR TO XLCK-GACC-CNT.                            !@04A
014456     MOVE WINDOW-DATE TO XLCK-WIN-DATE.                           !@06A
014458     MOVE WINDOW-CYCLE TO XLCK-WIN-CYCLE.                         !@06A
014460     WRITE XLCK-RECORD.                                           !@03A
014470     CLOSE XLCK-FILE.                                             !@03A
014281 0013-READ-WINDOW-ID.                                             !@06A
014282* the window being loaded; an empty state file leaves today's     !@06A
014283* date and cycle 1.                                               !@06A
014284     ACCEPT WINDOW-DATE FROM DATE YYYYMMDD.                       !@06A
014285     OPEN INPUT WSTA-FILE.                                        !@06A
014286     READ WSTA-FILE                                               !@06A
014287      AT END                                                      !@06A
014288       CONTINUE                                                   !@06A
014289      NOT AT END                                                  !@06A
014290       IF WST-DATE NUMERIC AND WST-DATE > ZERO                    !@06A
014291        THEN                                                      !@06A
014292         MOVE WST-DATE TO WINDOW-DATE                             !@06A
014293       END-IF;                                                    !@06A
014294       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@06A
014295        THEN                                                      !@06A
014296         MOVE WST-CYCLE TO WINDOW-CYCLE                           !@06A
014297       END-IF                                                     !@06A
014298     END-READ.                                                    !@06A
014299     CLOSE WSTA-FILE.                                             !@06A
014300 0015-READ-XREF.
014400     READ XREF-FILE
014500      AT END
014700     END-READ.
014800 0020-LOAD-XREF-RECORD.
014900* one master record per work file record, keyed by page name,
015000* job name, batch window, and page number, so the same page name  !@07C
015100* landing in several jobs (or in several windows) keeps every     !@07C
015200* occurrence.
015300     ADD 1 TO READ-CNTR.
015310* records a failed run already processed are read past; the      !@03A
015500       MOVE SPACES TO XRFM-RECORD;                                !@03C
015600       MOVE XREF-PGNAME TO XRFM-PGNAME;                           !@03C
015700       MOVE XREF-JOBNAME TO XRFM-JOBNAME;                         !@03C
015800       MOVE WINDOW-DATE TO XRFM-RUNDATE;                          !@07C
015900       MOVE XREF-PAGENUM TO XRFM-PAGENUM;                         !@03C
015912* the window APKBSUMC stamped on the work file record, if any.    !@07C
015925       IF XREF-WIN-CYCLE NUMERIC AND XREF-WIN-CYCLE > ZERO        !@06A
015931           AND XREF-WIN-DATE NUMERIC AND XREF-WIN-DATE > ZERO     !@07A
015937        THEN                                                      !@06A
015943         MOVE XREF-WIN-DATE TO XRFM-RUNDATE;                      !@07A
015950         MOVE XREF-WIN-CYCLE TO XRFM-CYCLE                        !@06A
015962        ELSE                                                      !@06A
015975         MOVE WINDOW-CYCLE TO XRFM-CYCLE                          !@06A
015987       END-IF;                                                    !@06A
016000       WRITE XRFM-RECORD                                          !@03C
016100        INVALID KEY                                               !@03C
016200         ADD 1 TO DUP-CNTR                                        !@03C
016690     END-READ.                                                    !@02A
016700 0025-LOAD-GROUP-RECORD.                                          !@02A
016710* one type-G master record per group work file record: the       !@02A
016720* first ten bytes of the group name, the job name, the window     !@07C
016730* date and cycle, and the first page key it; the rest of the name !@07C
016740* and the last page ride in the data portion. the first page in   !@07C
016750* the key keeps two same-named groups (different statements      !@02A
016760* in one job) as separate records.                               !@02A
016770     ADD 1 TO GREAD-CNTR.                                         !@02A
016780       MOVE SPACES TO XRFM-RECORD;                                !@03C
016790       MOVE GXRF-GRPNAME (1 : 10) TO XRFM-PGNAME;                 !@03C
016800       MOVE GXRF-JOBNAME TO XRFM-JOBNAME;                         !@03C
016810       MOVE WINDOW-DATE TO XRFM-RUNDATE;                          !@07C
016820       MOVE GXRF-FIRST-PAGE TO XRFM-PAGENUM;                      !@03C
016830       MOVE 'G' TO XRFM-RECTYPE;                                  !@03C
016840       MOVE GXRF-GRPNAME (11 : 34) TO XRFM-GRPNAME-REST;          !@03C
016850       MOVE GXRF-LAST-PAGE TO XRFM-LAST-PAGE;                     !@03C
016855       MOVE WINDOW-CYCLE TO XRFM-CYCLE;                           !@06A
016860       WRITE XRFM-RECORD                                          !@03C
016870        INVALID KEY                                               !@03C
016880         ADD 1 TO DUP-CNTR                                        !@03C
016919       PERFORM 0012-WRITE-LOAD-CHECKPOINT                         !@03A
016920     END-IF.                                                      !@03A
016921     PERFORM 0024-READ-GXRF.                                      !@03C
016922 0026-INIT-ACCOUNT-LOAD.                                          !@04A
016924     OPEN INPUT GACC-FILE.                                        !@04A
016925     OPEN I-O GACM-FILE.                                          !@04A
016926     OPEN I-O ACXM-FILE.                                          !@05A
016927     PERFORM 0040-LOAD-ARCHIVE-COPIES.                            !@05A
016928     SET GACC-NOTEOF TO TRUE.                                     !@04A
016930     PERFORM 0027-READ-GACC.                                      !@04A
016932 0027-READ-GACC.                                                  !@04A
016934     READ GACC-FILE                                               !@04A
016936      AT END                                                      !@04A
016937       SET GACC-EOF TO TRUE                                       !@04A
016939     END-READ.                                                    !@04A
016941 0028-LOAD-ACCOUNT-RECORD.                                        !@04A
016943* one index record per group-to-account work file record, keyed   !@04A
016945* by the whole group name, the job name, the window date and      !@07C
016947* cycle, and the first page, so it matches the group's type-G     !@07C
016948* master record.                                                  !@07A
016949     ADD 1 TO AREAD-CNTR.                                         !@04A
016951     IF AREAD-CNTR > RESTART-GACC-CNT                             !@04A
016952      THEN                                                        !@04A
016954       MOVE SPACES TO GACM-RECORD;                                !@04A
016956       MOVE GACC-GRPNAME TO GACM-GRPNAME;                         !@04A
016958       MOVE GACC-JOBNAME TO GACM-JOBNAME;                         !@04A
016960       MOVE WINDOW-DATE TO GACM-RUNDATE;                          !@07C
016962       MOVE GACC-FIRST-PAGE TO GACM-FIRST-PAGE;                   !@04A
016964       MOVE GACC-LAST-PAGE TO GACM-LAST-PAGE;                     !@04A
016966       MOVE GACC-ACCTNO TO GACM-ACCTNO;                           !@04A
016967       MOVE GACC-DELIVERY TO GACM-DELIVERY;                       !@04A
016968       MOVE WINDOW-CYCLE TO GACM-CYCLE;                           !@06A
016969       WRITE GACM-RECORD                                          !@04A
016971        INVALID KEY                                               !@04A
016973         ADD 1 TO DUP-CNTR                                        !@04A
016975        NOT INVALID KEY                                           !@04A
016977         ADD 1 TO ALOAD-CNTR                                      !@04A
016979       END-WRITE;                                                 !@05C
016980       PERFORM 0050-LOAD-ACCOUNT-INDEX                            !@05A
016981     END-IF.                                                      !@04A
016983     DIVIDE AREAD-CNTR BY CKPT-INTERVAL                           !@04A
016984       GIVING CKPT-QUOTIENT                                       !@04A
016986       REMAINDER CKPT-REMAINDER.                                  !@04A
016988     IF CKPT-REMAINDER = 0                                        !@04A
016990      THEN                                                        !@04A
016992       MOVE 'L' TO WK-STATUS;                                     !@04A
016994       PERFORM 0012-WRITE-LOAD-CHECKPOINT                         !@04A
016996     END-IF.                                                      !@04A
016998     PERFORM 0027-READ-GACC.                                      !@04A
017000 0030-TERMINATE.
017010     CLOSE XREF-FILE.                                             !@02C
017020     CLOSE GXRF-FILE.                                             !@02A
017030     CLOSE MASTER-FILE.                                           !@02C
017053     CLOSE GACC-FILE.                                             !@04A
017076     CLOSE GACM-FILE.                                             !@04A
017088     CLOSE ACXM-FILE.                                             !@05A
017100* reset (empty) the work files so tomorrow's load does not        !@04C
017110* see today's records again.                                     !@02C
017200     OPEN OUTPUT XREF-FILE.
017300     CLOSE XREF-FILE.
017310     OPEN OUTPUT GXRF-FILE.                                       !@02A
017320     CLOSE GXRF-FILE.                                             !@02A
017323     OPEN OUTPUT GACC-FILE.                                       !@04A
017326     CLOSE GACC-FILE.                                             !@04A
017330* only a load that emptied its work files is complete; a rerun   !@03A
017340* that finds anything else in the checkpoint resumes.            !@03A
017350     MOVE 'C' TO WK-STATUS.                                       !@03A
017600     MOVE DUP-CNTR TO DUP-DISP.
017610     MOVE GREAD-CNTR TO GREAD-DISP.                               !@02A
017620     MOVE GLOAD-CNTR TO GLOAD-DISP.                               !@02A
017646     MOVE AREAD-CNTR TO AREAD-DISP.                               !@04A
017673     MOVE ALOAD-CNTR TO ALOAD-DISP.                               !@04A
017686     MOVE XLOAD-CNTR TO XLOAD-DISP.                               !@05A
017700     DISPLAY PGMNAME, READ-DISP, ' XREF RECORDS READ.'.
017800     DISPLAY PGMNAME, LOAD-DISP, ' MASTER RECORDS LOADED.'.
017810     DISPLAY PGMNAME, GREAD-DISP, ' GROUP RECORDS READ.'.         !@02A
017820     DISPLAY PGMNAME, GLOAD-DISP, ' GROUP RECORDS LOADED.'.       !@02A
017846     DISPLAY PGMNAME, AREAD-DISP, ' ACCOUNT RECORDS READ.'.       !@04A
017873     DISPLAY PGMNAME, ALOAD-DISP, ' ACCOUNT RECORDS LOADED.'.     !@04A
017882     DISPLAY PGMNAME, XLOAD-DISP,                                 !@05A
017891         ' ACCOUNT INDEX RECORDS LOADED.'.                        !@05A
017900     DISPLAY PGMNAME, DUP-DISP, ' DUPLICATES SKIPPED.'.
017901 0040-LOAD-ARCHIVE-COPIES.                                        !@05A
017902* the copies a group loaded tonight can belong to: the same job,  !@05A
017904* dated the load date or the day before.                          !@05A
017905     CALL APKDAYNO USING WS-LOADDATE, WS-LOAD-DAYNO.              !@05A
017906     OPEN INPUT ARCI-FILE.                                        !@05A
017908     SET ARCI-NOTEOF TO TRUE.                                     !@05A
017909     PERFORM UNTIL ARCI-EOF                                       !@05A
017910       READ ARCI-FILE                                             !@05A
017912        AT END                                                    !@05A
017913         SET ARCI-EOF TO TRUE                                     !@05A
017915        NOT AT END                                                !@05A
017916         PERFORM 0045-ADD-ARCHIVE-COPY                            !@05A
017917       END-READ                                                   !@05A
017919     END-PERFORM.                                                 !@05A
017920     CLOSE ARCI-FILE.                                             !@05A
017921 0045-ADD-ARCHIVE-COPY.                                           !@05A
017923     IF ARCI-RUNDATE NUMERIC                                      !@05A
017924      THEN                                                        !@05A
017926       CALL APKDAYNO USING ARCI-RUNDATE, WS-COPY-DAYNO;           !@05A
017927       COMPUTE WS-GAP = WS-LOAD-DAYNO - WS-COPY-DAYNO;            !@05A
017928       IF WS-GAP NOT < ZERO AND WS-GAP NOT > 1                    !@05A
017930          AND AC-CNTR < MAX-ARC-ENTRIES                           !@05A
017931        THEN                                                      !@05A
017932         ADD 1 TO AC-CNTR;                                        !@05A
017934         SET AC-INDEX TO AC-CNTR;                                 !@05A
017935         MOVE ARCI-JOBID TO AC-JOBID (AC-INDEX);                  !@05A
017936         MOVE ARCI-RUNDATE TO AC-RUNDATE (AC-INDEX);              !@05A
017938         MOVE WS-GAP TO AC-GAP (AC-INDEX);                        !@05A
017939         MOVE ARCI-DSNAME TO AC-DSNAME (AC-INDEX)                 !@05A
017941       END-IF                                                     !@05A
017942     END-IF.                                                      !@05A
017943 0050-LOAD-ACCOUNT-INDEX.                                         !@05A
017945* one index record per group with an account number, keyed by     !@05A
017946* the account, the window date and cycle, the job name, and the   !@07C
017947* first page.                                                     !@07A
017948* a rerun's records fall to the duplicate-key skip, as above.     !@05A
017949     IF GACC-ACCTNO NOT = SPACES                                  !@05A
017950      THEN                                                        !@05A
017952       MOVE SPACES TO ACXM-RECORD;                                !@05A
017953       MOVE GACC-ACCTNO TO ACXM-ACCTNO;                           !@05A
017954       MOVE WINDOW-DATE TO ACXM-RUNDATE;                          !@07C
017956       MOVE GACC-JOBNAME TO ACXM-JOBNAME;                         !@05A
017957       MOVE GACC-FIRST-PAGE TO ACXM-FIRST-PAGE;                   !@05A
017958       MOVE GACC-LAST-PAGE TO ACXM-LAST-PAGE;                     !@05A
017960       MOVE GACC-GRPNAME TO ACXM-GRPNAME;                         !@05A
017961       MOVE GACC-DELIVERY TO ACXM-DELIVERY;                       !@05A
017962       MOVE WINDOW-CYCLE TO ACXM-CYCLE;                           !@06A
017963       MOVE ZERO TO ACXM-ARC-RUNDATE;                             !@05A
017964       PERFORM 0055-FIND-ARCHIVE-COPY;                            !@05A
017965       WRITE ACXM-RECORD                                          !@05A
017967        INVALID KEY                                               !@05A
017968         ADD 1 TO DUP-CNTR                                        !@05A
017969        NOT INVALID KEY                                           !@05A
017971         ADD 1 TO XLOAD-CNTR                                      !@05A
017972       END-WRITE                                                  !@05A
017973     END-IF.                                                      !@05A
017975 0055-FIND-ARCHIVE-COPY.                                          !@05A
017976* the job's nearest copy wins: a job archived both the evening    !@05A
017978* before and after midnight belongs to the later copy.            !@05A
017979     MOVE 2 TO BEST-GAP.                                          !@05A
017980     IF AC-CNTR > 0                                               !@05A
017982      THEN                                                        !@05A
017983       PERFORM 0056-CHECK-ARCHIVE-COPY                            !@05A
017984           VARYING AC-INDEX FROM 1 BY 1                           !@05A
017986           UNTIL AC-INDEX > AC-CNTR                               !@05A
017987     END-IF.                                                      !@05A
017989 0056-CHECK-ARCHIVE-COPY.                                         !@05A
017990     IF AC-JOBID (AC-INDEX) = GACC-JOBNAME                        !@05A
017991         AND AC-GAP (AC-INDEX) < BEST-GAP                         !@05A
017993      THEN                                                        !@05A
017994       MOVE AC-GAP (AC-INDEX) TO BEST-GAP;                        !@05A
017995       MOVE AC-DSNAME (AC-INDEX) TO ACXM-ARC-DSNAME;              !@05A
017997       MOVE AC-RUNDATE (AC-INDEX) TO ACXM-ARC-RUNDATE             !@05A
017998     END-IF.                                                      !@05A
018000 END PROGRAM APKXRFLD.
