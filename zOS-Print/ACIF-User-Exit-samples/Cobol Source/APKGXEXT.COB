000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000101*    EACH EXTRACT IS RECORDED AS STAGE EXTRACT IN THE DATASET    *!@05A
000101*    LINEAGE FILE, ONCE PER JOB IT DRAWS PAGES FROM, AGAINST THE *!@05A
000101*    DATASET NAMED IN THE EXEC PARM, THROUGH APKLINW.            *!@05A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000104*    EVERY EXTRACT IS NOW RECORDED IN THE SHARED DISCLOSURE LOG, *!@04A
000104*    APKDSCL: ONE RECORD PER PAGE RANGE WITH THE REQUESTER AND   *!@04A
000104*    REASON, WHICH NOW FOLLOW THE DATASET NAME IN THE EXEC PARM. *!@04A
000104*    WITH NO REQUESTER NOTHING IS EXTRACTED AND THE STEP ENDS 8. *!@04A
000107* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000107*    TAKES THE EXTRACT CARDS WRITTEN BY APKACXQ: A CARD WITH ITS *!@03A
000107*    OWN PAGE RANGE IS USED AS IT STANDS, AND A *DSN= CARD OPENS *!@03A
000107*    A SET USED ONLY WHEN IT NAMES THE DATASET IN THE EXEC PARM. *!@03A
000107*    OTHER ASTERISK CARDS ARE COMMENTS.                          *!@03A
000110* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 02   *!@02A
000112*    NAMED GROUP BRACKETS ARE NOW ALWAYS KEPT, AS REPRINT MODE   *!@02A
000114*    IN APKOUTXT KEEPS THEM: A REQUESTED GROUP'S BNG ARRIVES     *!@02A
002600               surviving pages print with their form environment
002700               intact.
002800
002802               The account history query, APKACXQ, writes request !@03A
002805               cards that carry their own page range, in the      !@03A
002807               APKGXRF layout: group name in columns 1-44, first  !@03A
002810               page in columns 46-53, last page in columns 55-62. !@03A
002812               Such a card is used as it stands, with no cross-   !@03A
002815               reference lookup. Its cards come in sets, one per  !@03A
002817               archive copy, each headed by a card with *DSN= in  !@03A
002820               columns 1-5 and the copy's dataset name in columns !@03A
002822               6-49; a set is used only when that name matches    !@03A
002825               the EXEC PARM, which names the APKAFPIN dataset,   !@03A
002827               so one card file can drive an extract from each    !@03A
002830               copy in turn. Cards ahead of any set header are    !@03A
002832               always used; any other card with an asterisk in    !@03A
002835               column 1 is a comment.                             !@03A
002837
002840               Every extract is a disclosure of the customer's    !@04A
002842               statement, and is recorded as one: the EXEC PARM   !@04A
002845               gives the dataset name, then a comma and the ID of !@04A
002847               the person who asked for the extract (up to 8      !@04A
002850               characters), then a comma and the reason (up to 20 !@04A
002852               characters). Once the extract is written, each     !@04A
002855               page range in it is appended to the shared         !@04A
002857               disclosure log, APKDSCL, with the date and time,   !@04A
002860               the requester and reason, the group name, and the  !@04A
002862               job name where the card or cross-reference gives   !@04A
002865               one (APKDSCR reports the log). With no requester   !@04A
002867               in the PARM nothing is extracted and the step ends !@04A
002870               with return code 8.                                !@04A
002872
002875               The extract is also recorded as stage EXTRACT      !@05A
002877               in the dataset lineage file (APKLIN, DISP=MOD)     !@05A
002880               through the shared APKLINW member, once for each   !@05A
002882               job it draws pages from, made from the dataset     !@05A
002885               named in the PARM and with the requester; the      !@05A
002887               extract's own dataset name is not known to the     !@05A
002890               step and is left blank. APKLINW reads the window   !@05A
002892               date from the APKWSTA window-state record;         !@05A
002895               allocate both.                                     !@05A
002897
002900               Allocate these DDs:
003000                 APKGXQI  - the requests: one 80-byte card per
003100                            group name to extract, the name
003200                            (as recorded in APKGXRF) in columns
003300                            1-44, up to 20 cards, or cards with   !@03C
003333                            their own page range (above), up      !@03A
003366                            to 40 ranges in all                   !@03A
003400                 APKGXRF  - the group cross-reference records
003500                            covering the stored dataset, as
003600                            written by APKOUTXT, read only; may   !@03C
003633                            be DUMMY when every card carries      !@03A
003666                            its own page range                    !@03A
003700                 APKAFPIN - the stored AFP dataset (RECFM FB,
003800                            LRECL 8192, as APKACIFP allocates
003900                            it), read only
004000                 APKAFPOT - the extract, same DCB
004033                 APKDSCL  - the disclosure log (RECFM FB, LRECL   !@04A
004066                            160), appended to                     !@04A
004100
004200               The step ends with return code 4 when any
004300               requested group name matches no cross-reference
010300         ORGANIZATION SEQUENTIAL.
010400     SELECT AFP-OUT-FILE ASSIGN TO APKAFPOT
010500         ORGANIZATION SEQUENTIAL.
010533     SELECT DSCL-FILE ASSIGN TO APKDSCL                           !@04A
010566         ORGANIZATION SEQUENTIAL.                                 !@04A
010600     EJECT
010700 DATA DIVISION.
010800 FILE SECTION.
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  QUERY-CARD.
011600     05  QRY-GRPNAME         PIC X(44).
011700     05  FILLER              PIC X.                               !@03C
011706     05  QRY-FIRST-PAGE      PIC 9(8).                            !@03A
011712     05  FILLER              PIC X.                               !@03A
011718     05  QRY-LAST-PAGE       PIC 9(8).                            !@03A
011725     05  FILLER              PIC X.                               !@04C
011727     05  QRY-JOBNAME         PIC X(8).                            !@04A
011729     05  FILLER              PIC X(9).                            !@04A
011731* a set header from APKACXQ, naming the archive copy its cards    !@03A
011737* belong to.                                                      !@03A
011743 01  QUERY-HEADER.                                                !@03A
011750     05  QRY-HDR-ID          PIC X(5).                            !@03A
011756         88  QRY-IS-HEADER           VALUE '*DSN='.               !@03A
011762     05  QRY-HDR-DSNAME      PIC X(44).                           !@03A
011768     05  FILLER              PIC X(31).                           !@03A
011775 01  QUERY-COMMENT.                                               !@03A
011781     05  QRY-COMMENT-FLAG    PIC X.                               !@03A
011787         88  QRY-IS-COMMENT          VALUE '*'.                   !@03A
011793     05  FILLER              PIC X(79).                           !@03A
011800* group name/first page/last page/job name cross-reference
011900* record, one per named group, written by APKOUTXT.
012000 FD  GXRF-FILE
014900     BLOCK CONTAINS 0
015000     RECORD CONTAINS 8192 CHARACTERS.
015100 01  AFP-OUT-RECORD          PIC X(8192).
015104* the shared disclosure log: one record per statement pulled      !@04A
015109* back out of the system, appended by each program that does so.  !@04A
015114 FD  DSCL-FILE                                                    !@04A
015119     LABEL RECORDS STANDARD                                       !@04A
015123     RECORDING MODE F                                             !@04A
015128     BLOCK CONTAINS 0                                             !@04A
015133     RECORD CONTAINS 160 CHARACTERS.                              !@04A
015138 01  DSCL-RECORD.                                                 !@04A
015142     05  DSCL-DATE           PIC 9(8).                            !@04A
015147     05  DSCL-TIME           PIC 9(6).                            !@04A
015152     05  DSCL-PGMNAME        PIC X(8).                            !@04A
015157     05  DSCL-REQUESTER      PIC X(8).                            !@04A
015161     05  DSCL-REASON         PIC X(20).                           !@04A
015166     05  DSCL-GRPNAME        PIC X(44).                           !@04A
015171     05  DSCL-FIRST-PAGE     PIC 9(8).                            !@04A
015176     05  DSCL-LAST-PAGE      PIC 9(8).                            !@04A
015180     05  DSCL-ACCTNO         PIC X(20).                           !@04A
015185     05  DSCL-JOBNAME        PIC X(8).                            !@04A
015190     05  DSCL-RUNDATE        PIC 9(8).                            !@04A
015195     05  FILLER              PIC X(14).                           !@04A
015200     EJECT
015300 WORKING-STORAGE SECTION.
015400 77  PGMNAME                 PIC X(8) VALUE 'APKGXEXT'.
017400 77  MAX-RANGE-ENTRIES       PIC 9(4) BINARY VALUE 40.
017500 77  RANGE-TRUNC-FLAG        PIC X VALUE 'N'.
017600     88  RANGE-TRUNCATED     VALUE 'Y'.
017611* the dataset named in the EXEC PARM, and whether the cards       !@03A
017622* being read belong to it: cards ahead of any set header do.      !@03A
017633 77  WANTED-DSNAME           PIC X(44) VALUE SPACES.              !@03A
017644 77  SET-FLAG                PIC X VALUE 'Y'.                     !@03A
017655     88  SET-SELECTED        VALUE 'Y'.                           !@03A
017666     88  SET-SKIPPED         VALUE 'N'.                           !@03A
017677 77  SKIPPED-CNTR            PIC 9(8) BINARY VALUE ZERO.          !@03A
017678 77  SKIPPED-DISP            PIC ZZZZ,ZZ9.                        !@03A
017679* who asked for the extract and why, from the PARM, and when it   !@04A
017680* was made, for the disclosure log.                               !@04A
017681 77  REQUESTER-ID            PIC X(8) VALUE SPACES.               !@04A
017682 77  REQUEST-REASON          PIC X(20) VALUE SPACES.              !@04A
017683 77  PARM-PTR                PIC 9(4) BINARY VALUE ZERO.          !@04A
017684 77  PARM-FIELD-START        PIC 9(4) BINARY VALUE ZERO.          !@04A
017685 77  PARM-FIELD-NO           PIC 9(4) BINARY VALUE ZERO.          !@04A
017686 77  LOG-DATE                PIC 9(8) VALUE ZERO.                 !@04A
017687 01  LOG-TIME.                                                    !@04A
017688     05  LOG-HHMMSS          PIC 9(6).                            !@04A
017689     05  FILLER              PIC 99.                              !@04A
017690* the lineage record, written once per job the extract draws on.  !@05A
017691 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.            !@05A
017692 77  LIN-STAGE               PIC X(8) VALUE 'EXTRACT'.            !@05A
017693 77  LIN-DSNAME              PIC X(44) VALUE SPACES.              !@05A
017694 77  LIN-DETAIL              PIC X(24) VALUE SPACES.              !@05A
017695 77  LIN-SUB                 PIC 9(4) BINARY VALUE ZERO.          !@05A
017696 77  LIN-PRIOR               PIC 9(4) BINARY VALUE ZERO.          !@05A
017697 77  LIN-JOB-FLAG            PIC X VALUE LOW-VALUE.               !@05A
017698     88  LIN-JOB-SEEN        VALUE HIGH-VALUE.                    !@05A
017699     88  LIN-JOB-NOT-SEEN    VALUE LOW-VALUE.                     !@05A
017700 77  PAGE-COUNT              PIC S9(8) BINARY VALUE ZERO.
017800 77  KEPT-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.
017900 77  COPIED-CNTR             PIC 9(8) BINARY VALUE ZERO.
019700             88  GQ-IS-FOUND          VALUE 'Y'.
019800* the page ranges the requested names resolved to; a name can
019900* resolve to several when it appears in several jobs.
019950* each keeps its group name and job for the disclosure log.       !@04A
020000 01  RANGE-TABLE.
020100     05  GXR-CNTR            PIC 9(4) BINARY VALUE ZERO.
020200     05  GXR-ENTRY           OCCURS 40 TIMES
020400                             INDEXED BY GXR-INDEX.
020500         10  GXR-FROM-PAGE   PIC 9(8) BINARY.
020600         10  GXR-TO-PAGE     PIC 9(8) BINARY.
020633         10  GXR-GRPNAME     PIC X(44).                           !@04A
020666         10  GXR-JOBNAME     PIC X(8).                            !@04A
020700     SKIP1
020800/ AFP STRUCTURED FIELD DEFINITIONS.
020900     COPY STRFLDS SUPPRESS.
020920 LINKAGE SECTION.                                                 !@03A
020940 01  PARM-AREA.                                                   !@03A
020960     05  PARM-LEN            PIC S9(4) BINARY.                    !@03A
020980     05  PARM-DATA           PIC X(100).                          !@04C
021000 TITLE 'Initialization and Main Line'.
021100 PROCEDURE DIVISION USING PARM-AREA.                              !@03C
021200 0000-MAINLINE.
021300     PERFORM 0010-LOAD-QUERIES.
021311     IF REQUESTER-ID = SPACES                                     !@04A
021322      THEN                                                        !@04A
021333       DISPLAY PGMNAME ' NO REQUESTER IN THE PARM. AN EXTRACT'    !@04A
021344         ' MUST BE RECORDED AGAINST WHO ASKED FOR IT.'            !@04A
021355         ' NOTHING WRITTEN.';                                     !@04A
021366       MOVE 8 TO RETURN-CODE;                                     !@04A
021377       STOP RUN                                                   !@04A
021388     END-IF.                                                      !@04A
021400     IF GQ-CNTR = ZERO AND GXR-CNTR = ZERO                        !@03C
021500      THEN
021600       DISPLAY PGMNAME ' NO REQUEST CARDS ON APKGXQI.'
021700         ' NOTHING WRITTEN.';
021800       MOVE 4 TO RETURN-CODE;
021900       STOP RUN
022000     END-IF.
022100     IF GQ-CNTR > ZERO                                            !@03C
022125      THEN                                                        !@03A
022150       PERFORM 0020-RESOLVE-RANGES                                !@03A
022175     END-IF.                                                      !@03A
022200     PERFORM 0040-REPORT-UNMATCHED
022300         VARYING GQ-INDEX FROM 1 BY 1
022400         UNTIL GQ-INDEX > GQ-CNTR.
023000       STOP RUN
023100     END-IF.
023200     PERFORM 0100-COPY-EXTRACT.
023250     PERFORM 0300-LOG-DISCLOSURES.                                !@04A
023262     PERFORM 0400-RECORD-LINEAGE                                  !@05A
023275         VARYING GXR-INDEX FROM 1 BY 1                            !@05A
023287         UNTIL GXR-INDEX > GXR-CNTR.                              !@05A
023300     IF SOME-GROUP-UNMATCHED
023400      THEN
023500       MOVE 4 TO RETURN-CODE
023600     END-IF.
023700     STOP RUN.
023703 0005-PARSE-PARM-FIELD.                                           !@04A
023706* at a comma, or past the end of the PARM, the field just ended   !@04A
023710* is stored: the first is the dataset name, the second the        !@04A
023713* requester, the third the reason.                                !@04A
023717     IF PARM-PTR > PARM-LEN OR PARM-DATA (PARM-PTR : 1) = ','     !@04A
023720      THEN                                                        !@04A
023724       IF PARM-PTR > PARM-FIELD-START                             !@04A
023727        THEN                                                      !@04A
023731         EVALUATE PARM-FIELD-NO                                   !@04A
023734          WHEN 1                                                  !@04A
023737           MOVE PARM-DATA (PARM-FIELD-START :                     !@04A
023741                           PARM-PTR - PARM-FIELD-START)           !@04A
023744             TO WANTED-DSNAME                                     !@04A
023748          WHEN 2                                                  !@04A
023751           MOVE PARM-DATA (PARM-FIELD-START :                     !@04A
023755                           PARM-PTR - PARM-FIELD-START)           !@04A
023758             TO REQUESTER-ID                                      !@04A
023762          WHEN 3                                                  !@04A
023765           MOVE PARM-DATA (PARM-FIELD-START :                     !@04A
023768                           PARM-PTR - PARM-FIELD-START)           !@04A
023772             TO REQUEST-REASON                                    !@04A
023775          WHEN OTHER                                              !@04A
023779           CONTINUE                                               !@04A
023782         END-EVALUATE                                             !@04A
023786       END-IF;                                                    !@04A
023789       ADD 1 TO PARM-FIELD-NO;                                    !@04A
023793       COMPUTE PARM-FIELD-START = PARM-PTR + 1                    !@04A
023796     END-IF.                                                      !@04A
023800 0010-LOAD-QUERIES.
023900* the request cards, one group name each; blank cards and
024000* cards past the table capacity are ignored.
024008* the PARM is the dataset name, the requester and the reason,     !@04A
024016* separated by commas.                                            !@04A
024025     IF PARM-LEN > 100                                            !@04A
024033      THEN                                                        !@04A
024041       MOVE 100 TO PARM-LEN                                       !@04A
024050     END-IF.                                                      !@04A
024058     MOVE 1 TO PARM-FIELD-START, PARM-FIELD-NO.                   !@04A
024066     PERFORM 0005-PARSE-PARM-FIELD                                !@04A
024075         VARYING PARM-PTR FROM 1 BY 1                             !@04A
024083         UNTIL PARM-PTR > PARM-LEN.                               !@04A
024091     PERFORM 0005-PARSE-PARM-FIELD.                               !@04A
024100     OPEN INPUT QUERY-FILE.
024200     SET QUERY-NOTEOF TO TRUE.
024300     PERFORM UNTIL QUERY-EOF
024900       END-READ
025000     END-PERFORM.
025100     CLOSE QUERY-FILE.
025114     IF SKIPPED-CNTR > ZERO                                       !@03A
025128      THEN                                                        !@03A
025142       MOVE SKIPPED-CNTR TO SKIPPED-DISP;                         !@03A
025157       DISPLAY PGMNAME, SKIPPED-DISP, ' CARDS IN SETS FOR OTHER'  !@03A
025171         ' DATASETS SKIPPED.'                                     !@03A
025185     END-IF.                                                      !@03A
025200 0015-ADD-QUERY.
025203* a *DSN= card opens a set, used only when it names the           !@03A
025207* dataset in the PARM; any other asterisk card is a comment. a    !@03A
025210* card with its own page range needs no cross-reference.          !@03A
025214     EVALUATE TRUE                                                !@03A
025217      WHEN QRY-IS-HEADER                                          !@03A
025221       IF WANTED-DSNAME NOT = SPACES                              !@03A
025225          AND QRY-HDR-DSNAME = WANTED-DSNAME                      !@03A
025228        THEN                                                      !@03A
025232         SET SET-SELECTED TO TRUE                                 !@03A
025235        ELSE                                                      !@03A
025239         SET SET-SKIPPED TO TRUE                                  !@03A
025242       END-IF                                                     !@03A
025246      WHEN QRY-IS-COMMENT                                         !@03A
025250       CONTINUE                                                   !@03A
025253      WHEN SET-SKIPPED                                            !@03A
025257       IF QRY-GRPNAME NOT = SPACES                                !@03A
025260        THEN                                                      !@03A
025264         ADD 1 TO SKIPPED-CNTR                                    !@03A
025267       END-IF                                                     !@03A
025271      WHEN QRY-FIRST-PAGE NUMERIC AND QRY-LAST-PAGE NUMERIC       !@03A
025275          AND QRY-FIRST-PAGE > ZERO                               !@03A
025278          AND QRY-LAST-PAGE NOT < QRY-FIRST-PAGE                  !@03A
025282       PERFORM 0017-ADD-CARD-RANGE                                !@03A
025285      WHEN OTHER                                                  !@03A
025289       PERFORM 0016-ADD-GROUP-NAME                                !@03A
025292     END-EVALUATE.                                                !@03A
025296 0016-ADD-GROUP-NAME.                                             !@03A
025300     IF QRY-GRPNAME NOT = SPACES
025400        AND GQ-CNTR < MAX-QUERY-ENTRIES
025500      THEN
025800       MOVE QRY-GRPNAME TO GQ-NAME (GQ-INDEX);
025900       MOVE 'N' TO GQ-FOUND (GQ-INDEX)
026000     END-IF.
026005 0017-ADD-CARD-RANGE.                                             !@03A
026010     IF GXR-CNTR < MAX-RANGE-ENTRIES                              !@03A
026015      THEN                                                        !@03A
026020       ADD 1 TO GXR-CNTR;                                         !@03A
026025       SET GXR-INDEX TO GXR-CNTR;                                 !@03A
026030       MOVE QRY-FIRST-PAGE TO GXR-FROM-PAGE (GXR-INDEX);          !@03A
026035       MOVE QRY-LAST-PAGE TO GXR-TO-PAGE (GXR-INDEX);             !@03A
026036       MOVE QRY-GRPNAME TO GXR-GRPNAME (GXR-INDEX);               !@04A
026038       MOVE QRY-JOBNAME TO GXR-JOBNAME (GXR-INDEX);               !@04A
026040       DISPLAY PGMNAME ' GROUP ' QRY-GRPNAME (1 : 20)             !@03A
026045         ' PAGES ' QRY-FIRST-PAGE ' TO ' QRY-LAST-PAGE            !@03A
026050         ' FROM CARD'                                             !@03A
026055      ELSE                                                        !@03A
026060       IF NOT RANGE-TRUNCATED                                     !@03A
026065        THEN                                                      !@03A
026070         DISPLAY PGMNAME ' RANGE TABLE FULL. SOME REQUESTED'      !@03A
026075           ' PAGES NOT EXTRACTED.';                               !@03A
026080         SET RANGE-TRUNCATED TO TRUE;                             !@03A
026085         SET SOME-GROUP-UNMATCHED TO TRUE                         !@03A
026090       END-IF                                                     !@03A
026095     END-IF.                                                      !@03A
026100 0020-RESOLVE-RANGES.
026200* one pass of the cross-reference resolves every requested
026300* name; a name appearing in several jobs contributes one range
028700         SET GXR-INDEX TO GXR-CNTR;
028800         MOVE GXRF-FIRST-PAGE TO GXR-FROM-PAGE (GXR-INDEX);
028900         MOVE GXRF-LAST-PAGE TO GXR-TO-PAGE (GXR-INDEX);
028933         MOVE GXRF-GRPNAME TO GXR-GRPNAME (GXR-INDEX);            !@04A
028966         MOVE GXRF-JOBNAME TO GXR-JOBNAME (GXR-INDEX);            !@04A
029000         DISPLAY PGMNAME ' GROUP ' GXRF-GRPNAME (1 : 20)
029100           ' PAGES ' GXRF-FIRST-PAGE ' TO ' GXRF-LAST-PAGE
029200           ' JOB ' GXRF-JOBNAME
040200                         ENV-PTR.
040300     WRITE AFP-OUT-RECORD FROM ENV-RECORD-AREA.
040400     ADD 1 TO COPIED-CNTR.
040404 0300-LOG-DISCLOSURES.                                            !@04A
040408* the extract is written: each page range in it is a disclosure   !@04A
040412* of that statement to the requester, appended to the shared log. !@04A
040416     ACCEPT LOG-DATE FROM DATE YYYYMMDD.                          !@04A
040420     ACCEPT LOG-TIME FROM TIME.                                   !@04A
040425     OPEN EXTEND DSCL-FILE.                                       !@04A
040429     PERFORM 0310-LOG-ONE-RANGE                                   !@04A
040433         VARYING GXR-INDEX FROM 1 BY 1                            !@04A
040437         UNTIL GXR-INDEX > GXR-CNTR.                              !@04A
040441     CLOSE DSCL-FILE.                                             !@04A
040445 0310-LOG-ONE-RANGE.                                              !@04A
040450     MOVE SPACES TO DSCL-RECORD.                                  !@04A
040454     MOVE LOG-DATE TO DSCL-DATE.                                  !@04A
040458     MOVE LOG-HHMMSS TO DSCL-TIME.                                !@04A
040462     MOVE PGMNAME TO DSCL-PGMNAME.                                !@04A
040466     MOVE REQUESTER-ID TO DSCL-REQUESTER.                         !@04A
040470     MOVE REQUEST-REASON TO DSCL-REASON.                          !@04A
040471     MOVE GXR-GRPNAME (GXR-INDEX) TO DSCL-GRPNAME.                !@04A
040472     MOVE GXR-FROM-PAGE (GXR-INDEX) TO DSCL-FIRST-PAGE.           !@04A
040473     MOVE GXR-TO-PAGE (GXR-INDEX) TO DSCL-LAST-PAGE.              !@04A
040474     MOVE GXR-JOBNAME (GXR-INDEX) TO DSCL-JOBNAME.                !@04A
040475     MOVE ZERO TO DSCL-RUNDATE.                                   !@04A
040476     WRITE DSCL-RECORD.                                           !@04A
040477 0400-RECORD-LINEAGE.                                             !@05A
040479* once per job: a job met earlier in the table is recorded.       !@05A
040480     SET LIN-SUB TO GXR-INDEX.                                    !@05A
040481     SET LIN-JOB-NOT-SEEN TO TRUE.                                !@05A
040482     PERFORM VARYING LIN-PRIOR FROM 1 BY 1                        !@05A
040483         UNTIL LIN-PRIOR NOT < LIN-SUB OR LIN-JOB-SEEN            !@05A
040484       IF GXR-JOBNAME (LIN-PRIOR) = GXR-JOBNAME (GXR-INDEX)       !@05A
040485        THEN                                                      !@05A
040487         SET LIN-JOB-SEEN TO TRUE                                 !@05A
040488       END-IF                                                     !@05A
040489     END-PERFORM.                                                 !@05A
040490     IF LIN-JOB-NOT-SEEN                                          !@05A
040491      THEN                                                        !@05A
040492       MOVE SPACES TO LIN-DETAIL;                                 !@05A
040493       STRING 'REQUESTED BY ' REQUESTER-ID                        !@05A
040495         DELIMITED BY SIZE INTO LIN-DETAIL;                       !@05A
040496       CALL APKLINW-PGM USING LIN-STAGE, GXR-JOBNAME (GXR-INDEX), !@05A
040497                              LIN-DSNAME, WANTED-DSNAME,          !@05A
040498                              LIN-DETAIL, PGMNAME                 !@05A
040499     END-IF.                                                      !@05A
040500 END PROGRAM APKGXEXT.
