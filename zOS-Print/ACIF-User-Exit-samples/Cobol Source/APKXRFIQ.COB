000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000102*    THE MASTER KEY NOW CARRIES THE BATCH WINDOW CYCLE BEHIND    *!@04A
000103*    THE RUN DATE, AS APKXRFLD LOADS IT.                         *!@04A
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000105*    EVERY INQUIRY CARD NOW NAMES WHO ASKED AND WHY (COLUMNS     *!@03A
000105*    52-59 AND 61-80), AND EACH ANSWER IS RECORDED IN THE SHARED *!@03A
000105*    DISCLOSURE LOG, APKDSCL. A CARD WITH NO REQUESTER IS NOT    *!@03A
000105*    ANSWERED.                                                   *!@03A
000110* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 02   *!@02A
000112*    ADDED THE GROUP INQUIRY: APKXRFLD NOW LOADS THE DAY'S        *!@02A
000114*    APKGXRF GROUP RECORDS INTO THE MASTER AS TYPE-G RECORDS,     *!@02A
000800               from the APKOXRF records APKOUTXT writes. Print
000900               operations feed it a page name or a job name and
001000               get back every place that page landed - job,
001100               physical page number, and the date of the batch    !@04C
001200               window it ran in - across every day still held     !@04C
001250               in the master.                                     !@04A
001300
001400               Allocate a DD named APKXRFQI with one 80-byte
001500               fixed card per inquiry, giving the inquiry type
001740               group's first and last physical page, from the   !@02A
001750               type-G records APKXRFLD loads from APKGXRF.      !@02A
001800               Up to 20 inquiries are answered in one run.      !@02C
001809               Every card also gives the ID of the person asking  !@03A
001818               (up to 8 characters) in columns 52-59 and the      !@03A
001827               reason (up to 20 characters) in columns 61-80.     !@03A
001836               Each page or group record given in answer, and     !@03A
001845               each job answered, is a disclosure and is appended !@03A
001854               to the shared disclosure log, APKDSCL, with the    !@03A
001863               date and time, the requester and reason, and the   !@03A
001872               name, pages, job and date answered (APKDSCR        !@03A
001881               reports the log). A card with no requester is not  !@03A
001890               answered.                                          !@03A
001900
002000               A DD named APKXRFM is required for the keyed
002100               master loaded by APKXRFLD, and a DD named
002200               PAPKXRFQ for the printed answers, with an LRECL
002300               of 84, BLKSIZE of n*84+4, VBA, and a DD named      !@03C
002333               APKDSCL for the disclosure log (RECFM FB, LRECL    !@03A
002366               160), appended to.                                 !@03A
002400
002500               The step ends with return code 4 when any
002600               inquiry matches no master record at all, so a
002700               fruitless lookup is visible without reading the
002800               report, and when any card has no requester.        !@03C
002900 DATE-WRITTEN. 22 Aug 2026.
003000 DATE-COMPILED.
003100 SECURITY. IBM SAMPLE CODE ONLY.
007800         ACCESS MODE SEQUENTIAL
007900         RECORD KEY IS XRFM-KEY
008000         FILE STATUS IS MASTER-STATUS.
008033     SELECT DSCL-FILE ASSIGN TO APKDSCL                           !@03A
008066         ORGANIZATION SEQUENTIAL.                                 !@03A
008100     EJECT
008200 DATA DIVISION.
008300 FILE SECTION.
010250         10  FILLER          PIC X.                               !@02A
010260         10  QRY-G-NAME      PIC X(44).                           !@02A
010270         10  FILLER          PIC X(30).                           !@02A
010274* every card, either kind, names who asked and why.               !@03A
010278     05  QRY-AUDIT-LAYOUT REDEFINES QRY-CARD-TEXT.                !@03A
010282         10  FILLER          PIC X(51).                           !@03A
010287         10  QRY-REQUESTER   PIC X(8).                            !@03A
010291         10  FILLER          PIC X.                               !@03A
010295         10  QRY-REASON      PIC X(20).                           !@03A
010300* persistent keyed master loaded from the APKOXRF records by
010400* APKXRFLD, one record per page per job per batch window.         !@04C
010500 FD  MASTER-FILE
010600     LABEL RECORDS STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
011000         10  XRFM-PGNAME         PIC X(10).
011100         10  XRFM-JOBNAME        PIC X(8).
011200         10  XRFM-RUNDATE        PIC 9(8).
011250         10  XRFM-CYCLE          PIC 9.                           !@04A
011300         10  XRFM-PAGENUM        PIC 9(8).
011310* blank for a page record, G for a group record, whose key       !@02A
011320* holds the first ten bytes of the group name and its first      !@02A
011350         88  XRFM-IS-GROUP       VALUE 'G'.                       !@02A
011360     05  XRFM-GRPNAME-REST       PIC X(34).                       !@02A
011370     05  XRFM-LAST-PAGE          PIC 9(8).                        !@02A
011400     05  FILLER                  PIC X(2).                        !@04C
011404* the shared disclosure log: one record per statement pulled      !@03A
011409* back out of the system, appended by each program that does so.  !@03A
011414 FD  DSCL-FILE                                                    !@03A
011419     LABEL RECORDS STANDARD                                       !@03A
011423     RECORDING MODE F                                             !@03A
011428     BLOCK CONTAINS 0                                             !@03A
011433     RECORD CONTAINS 160 CHARACTERS.                              !@03A
011438 01  DSCL-RECORD.                                                 !@03A
011442     05  DSCL-DATE           PIC 9(8).                            !@03A
011447     05  DSCL-TIME           PIC 9(6).                            !@03A
011452     05  DSCL-PGMNAME        PIC X(8).                            !@03A
011457     05  DSCL-REQUESTER      PIC X(8).                            !@03A
011461     05  DSCL-REASON         PIC X(20).                           !@03A
011466     05  DSCL-GRPNAME        PIC X(44).                           !@03A
011471     05  DSCL-FIRST-PAGE     PIC 9(8).                            !@03A
011476     05  DSCL-LAST-PAGE      PIC 9(8).                            !@03A
011480     05  DSCL-ACCTNO         PIC X(20).                           !@03A
011485     05  DSCL-JOBNAME        PIC X(8).                            !@03A
011490     05  DSCL-RUNDATE        PIC 9(8).                            !@03A
011495     05  FILLER              PIC X(14).                           !@03A
011500     EJECT
011600 WORKING-STORAGE SECTION.
011700 77  PGMNAME                 PIC X(8) VALUE 'APKXRFIQ'.
012840* a group record's full name, reassembled from the ten key       !@02A
012850* bytes and the rest carried in the data portion.                !@02A
012860 77  WK-GRPNAME              PIC X(44) VALUE SPACES.              !@02A
012866* when the run began, for the disclosure log.                     !@03A
012873 77  LOG-DATE                PIC 9(8) VALUE ZERO.                 !@03A
012880 01  LOG-TIME.                                                    !@03A
012886     05  LOG-HHMMSS          PIC 9(6).                            !@03A
012893     05  FILLER              PIC 99.                              !@03A
012900     SKIP1
013000 01  PAGE-TITLE.
013100     05  FILLER              PIC X   VALUE '1'.
016500     05  FILLER              PIC X(02) VALUE SPACES.
016600     05  FILLER              PIC X(26) VALUE
016700         '** NO MATCHING RECORDS **'.
016716 01  LINE-NOREQUESTER.                                            !@03A
016733     05  FILLER              PIC X   VALUE SPACE.                 !@03A
016750     05  FILLER              PIC X(02) VALUE SPACES.              !@03A
016766     05  FILLER              PIC X(39) VALUE                      !@03A
016783         '** NO REQUESTER GIVEN - NOT ANSWERED **'.               !@03A
016800/ PROCESSING.
016900 TITLE 'Initialization and Main Line'.
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 0010-INITIALIZE.
017300     PERFORM 0020-PROCESS-QUERY THRU 0020-EXIT                    !@03C
017400         UNTIL QUERY-EOF.
017500     PERFORM 0060-TERMINATE.
017600     IF SOME-QUERY-UNMATCHED
018100 0010-INITIALIZE.
018200     OPEN OUTPUT PRINT-FILE.
018300     OPEN INPUT QUERY-FILE.
018325     OPEN EXTEND DSCL-FILE.                                       !@03A
018350     ACCEPT LOG-DATE FROM DATE YYYYMMDD.                          !@03A
018375     ACCEPT LOG-TIME FROM TIME.                                   !@03A
018400     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
018500     WRITE PRINT-RECORD FROM PAGE-TITLE.
018600     SET QUERY-NOTEOF TO TRUE.
020500       MOVE LENGTH OF LINE-SUBTITLE TO PRINT-REC-LEN;             !@02C
020600       WRITE PRINT-RECORD FROM LINE-SUBTITLE                      !@02C
020610     END-IF.                                                      !@02A
020618* an inquiry with no one named as asking is not answered: the     !@03A
020626* answer could not be recorded against anyone.                    !@03A
020634     IF QRY-REQUESTER = SPACES                                    !@03A
020642      THEN                                                        !@03A
020650       MOVE LENGTH OF LINE-NOREQUESTER TO PRINT-REC-LEN;          !@03A
020659       WRITE PRINT-RECORD FROM LINE-NOREQUESTER;                  !@03A
020667       SET SOME-QUERY-UNMATCHED TO TRUE;                          !@03A
020675       PERFORM 0015-READ-QUERY;                                   !@03A
020683       GO TO 0020-EXIT                                            !@03A
020691     END-IF.                                                      !@03A
020700     MOVE ZERO TO MATCH-CNTR.
020800     OPEN INPUT MASTER-FILE.
020900     SET MASTER-NOTEOF TO TRUE.
021600       WRITE PRINT-RECORD FROM LINE-NOMATCH;
021700       SET SOME-QUERY-UNMATCHED TO TRUE
021800     END-IF.
021811* a job answered is recorded once, not page by page.              !@03A
021822     IF MATCH-CNTR > ZERO AND PAGE-JOB-QUERY AND QRY-TYPE = 'JOB '!@03A
021833      THEN                                                        !@03A
021844       MOVE SPACES TO DSCL-RECORD;                                !@03A
021855       MOVE QRY-NAME (1 : 8) TO DSCL-JOBNAME;                     !@03A
021866       MOVE ZERO TO DSCL-FIRST-PAGE, DSCL-LAST-PAGE, DSCL-RUNDATE;!@03A
021877       PERFORM 0058-LOG-DISCLOSURE                                !@03A
021888     END-IF.                                                      !@03A
021900     PERFORM 0015-READ-QUERY.
021933 0020-EXIT.                                                       !@03A
021966     EXIT.                                                        !@03A
022000 0030-SCAN-MASTER.
022100     READ MASTER-FILE
022200      AT END
022796          THEN                                                    !@02A
022798           ADD 1 TO MATCH-CNTR;                                   !@02A
022799           PERFORM 0055-PRINT-GROUP-DETAIL                        !@02A
022800           PERFORM 0057-LOG-GROUP-ANSWER                          !@03A
022801         END-IF                                                   !@02A
022802       END-IF                                                     !@02A
022804      ELSE                                                        !@02A
022806       IF NOT XRFM-IS-GROUP                                       !@02A
023000      THEN
023100       ADD 1 TO MATCH-CNTR;
023200       PERFORM 0050-PRINT-DETAIL
023202       IF QRY-TYPE = 'PAGE'                                       !@03A
023204        THEN                                                      !@03A
023206         PERFORM 0056-LOG-PAGE-ANSWER                             !@03A
023208       END-IF                                                     !@03A
023210       END-IF                                                     !@02A
023300     END-IF.
023400 0050-PRINT-DETAIL.
024050     MOVE XRFM-LAST-PAGE TO LGD-LAST-PAGE.                        !@02A
024060     MOVE LENGTH OF LINE-GDETAIL TO PRINT-REC-LEN.                !@02A
024070     WRITE PRINT-RECORD FROM LINE-GDETAIL.                        !@02A
024071 0056-LOG-PAGE-ANSWER.                                            !@03A
024072* a page named in answer, and a group found, are each recorded    !@03A
024073* as a disclosure.                                                !@03A
024074     MOVE SPACES TO DSCL-RECORD.                                  !@03A
024076     MOVE XRFM-PGNAME TO DSCL-GRPNAME.                            !@03A
024077     MOVE XRFM-PAGENUM TO DSCL-FIRST-PAGE, DSCL-LAST-PAGE.        !@03A
024078     MOVE XRFM-JOBNAME TO DSCL-JOBNAME.                           !@03A
024079     MOVE XRFM-RUNDATE TO DSCL-RUNDATE.                           !@03A
024080     PERFORM 0058-LOG-DISCLOSURE.                                 !@03A
024082 0057-LOG-GROUP-ANSWER.                                           !@03A
024083     MOVE SPACES TO DSCL-RECORD.                                  !@03A
024084     MOVE WK-GRPNAME TO DSCL-GRPNAME.                             !@03A
024085     MOVE XRFM-PAGENUM TO DSCL-FIRST-PAGE.                        !@03A
024086     MOVE XRFM-LAST-PAGE TO DSCL-LAST-PAGE.                       !@03A
024088     MOVE XRFM-JOBNAME TO DSCL-JOBNAME.                           !@03A
024089     MOVE XRFM-RUNDATE TO DSCL-RUNDATE.                           !@03A
024090     PERFORM 0058-LOG-DISCLOSURE.                                 !@03A
024091 0058-LOG-DISCLOSURE.                                             !@03A
024092     MOVE LOG-DATE TO DSCL-DATE.                                  !@03A
024094     MOVE LOG-HHMMSS TO DSCL-TIME.                                !@03A
024095     MOVE PGMNAME TO DSCL-PGMNAME.                                !@03A
024096     MOVE QRY-REQUESTER TO DSCL-REQUESTER.                        !@03A
024097     MOVE QRY-REASON TO DSCL-REASON.                              !@03A
024098     WRITE DSCL-RECORD.                                           !@03A
024100 0060-TERMINATE.
024200     CLOSE PRINT-FILE.
024300     CLOSE QUERY-FILE.
024350     CLOSE DSCL-FILE.                                             !@03A
024400 END PROGRAM APKXRFIQ.
