000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000107*    A DAY CAN NOW RUN MORE THAN ONE BATCH WINDOW CYCLE, AND THE *!@03A
000111*    CHECK RUNS ONCE PER CYCLE: IT READS THE APKGXDY DAY FILE,   *!@03A
000115*    WHICH KEEPS THE GROUP XREF RECORDS OF EVERY CYCLE OF THE    *!@03A
000119*    WINDOW DATE, SO A GROUP PRODUCED IN TWO CYCLES OF ONE DAY   *!@03A
000123*    IS CAUGHT. ONLY DUPLICATES WITH AN OCCURRENCE IN THE        *!@03A
000127*    CURRENT CYCLE FAIL THE CHECK; THE REPORT SHOWS EACH         *!@03A
000131*    OCCURRENCE'S CYCLE AND THE RECORD COUNTS BY CYCLE AND FOR   *!@03A
000135*    THE DAY.                                                    *!@03A
000139* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000139*    THE RESULT OF THE CHECK (GXDUP, PASS OR FAIL, WITH THE      *!@02A
000139*    COUNT OF DUPLICATED NAMES) IS STAGED FOR THE APKDAILY       *!@02A
000139*    MONITORING FEED THROUGH THE SHARED APKMETW MEMBER.          *!@02A
000140* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 01   *
000142*    NEW PROGRAM.                                                *
000200 ID DIVISION.
001000               and a privacy incident, and nothing before this
001100               program noticed until the customers called.
001200
001300               Run it in the APKDAILY procedure, ahead of         !@03C
001400               the XRFLOAD step, once for each batch              !@03C
001500               window cycle of the day: it                        !@03C
001600               scans the day's accumulated APKGXDY group          !@03C
001700               cross-reference records and reports every group
001800               name appearing more than once, with the job
001900               names and page ranges involved, and ends with
002000               return code 8 so the scheduler holds the
002100               release of the output while duplicates exist.
002200
002300               Allocate a DD named APKGXDY for the day's group    !@03C
002400               cross-reference day file (read only), and a DD     !@03C
002500               named PAPKGXDP for the report, with an LRECL of
002600               125, BLKSIZE of n*125+4, VBA. The result of the    !@02C
002616               check is staged for the APKDAILY monitoring        !@02A
002633               feed through the shared APKMETW member, which      !@02A
002650               needs a DD named APKMETS for the metrics staging   !@02A
002666               file (DISP=MOD) and APKWSTA for the window-state   !@02A
002683               record.                                            !@02A
002684
002685               The APKGXDY day file is kept by APKBSUMC: every    !@03A
002686               group cross-reference record collected on the      !@03A
002687               window date, whatever its cycle, behind the window !@03A
002688               date and cycle it was collected in. Records of any !@03A
002689               other date are skipped. The window being checked   !@03A
002690               comes from the APKWSTAT window-state record, so a  !@03A
002691               group produced in an earlier cycle and again in    !@03A
002692               this one is reported as a duplicate, with each     !@03A
002693               occurrence's cycle. A duplicate whose occurrences  !@03A
002694               all fall in earlier cycles was reported, and held  !@03A
002695               the release, when its own cycle was checked; it is !@03A
002696               counted on the report but does not fail this       !@03A
002697               cycle's check. The report ends with the group      !@03A
002698               records read for each cycle and for the whole day. !@03A
002700
002800               Distinct group names are held in a 5000-entry
002900               table with up to ten occurrences each; a day
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT PRINT-FILE ASSIGN TO PAPKGXDP.
007900     SELECT GXRF-FILE ASSIGN TO APKGXDY                           !@03C
008000         ORGANIZATION SEQUENTIAL.
008033     SELECT WSTA-FILE ASSIGN TO APKWSTA                           !@03A
008066         ORGANIZATION SEQUENTIAL.                                 !@03A
008100     EJECT
008200 DATA DIVISION.
008300 FILE SECTION.
009000     05  PRINT-DATA          OCCURS 1 TO 255,
009100                             DEPENDING ON PRINT-REC-LEN,
009200                             PIC X.
009300* window date and cycle, then group name/first page/last page/    !@03C
009400* job name, one record per named group, kept by APKBSUMC.         !@03C
009500 FD  GXRF-FILE
009600     LABEL RECORDS STANDARD
009700     RECORDING MODE F
009800     BLOCK CONTAINS 0
009900     RECORD CONTAINS 100 CHARACTERS.                              !@03C
010000 01  GXRF-RECORD.
010020     05  GXRF-WINDOW.                                             !@03A
010040         10  GXRF-WIN-DATE   PIC 9(8).                            !@03A
010060         10  GXRF-WIN-CYCLE  PIC 9.                               !@03A
010080     05  FILLER              PIC X.                               !@03A
010100     05  GXRF-GRPNAME        PIC X(44).
010200     05  FILLER              PIC X.
010300     05  GXRF-FIRST-PAGE     PIC 9(8).
010500     05  GXRF-LAST-PAGE      PIC 9(8).
010600     05  FILLER              PIC X.
010700     05  GXRF-JOBNAME        PIC X(8).
010800     05  FILLER              PIC X(19).                           !@03C
010808* the one-record window state, as APKWSTAT keeps it.              !@03A
010816 FD  WSTA-FILE                                                    !@03A
010825     LABEL RECORDS STANDARD                                       !@03A
010833     RECORDING MODE F                                             !@03A
010841     BLOCK CONTAINS 0                                             !@03A
010850     RECORD CONTAINS 80 CHARACTERS.                               !@03A
010858 01  WSTA-RECORD.                                                 !@03A
010866     05  WST-DATE            PIC 9(8).                            !@03A
010875     05  FILLER              PIC X(3).                            !@03A
010883     05  WST-CYCLE           PIC 9.                               !@03A
010891     05  FILLER              PIC X(68).                           !@03A
010900     EJECT
011000 WORKING-STORAGE SECTION.
011100 77  PGMNAME                 PIC X(8) VALUE 'APKGXDUP'.
012700 77  DUP-CNTR                PIC 9(8) BINARY VALUE ZERO.
012800 77  READ-DISP               PIC ZZZ,ZZ9.
012900 77  DUP-DISP                PIC ZZZ,ZZ9.
012901 77  SKIP-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@03A
012902 77  SKIP-DISP               PIC ZZZ,ZZ9.                         !@03A
012903 77  EARLIER-CNTR            PIC 9(8) BINARY VALUE ZERO.          !@03A
012905 77  DAY-CNTR                PIC 9(8) BINARY VALUE ZERO.          !@03A
012906 77  CY-SUB                  PIC 9(4) BINARY VALUE ZERO.          !@03A
012907 77  GD-CURRENT-FLAG         PIC X VALUE 'N'.                     !@03A
012909     88  GD-IN-CURRENT       VALUE 'Y'.                           !@03A
012910     88  GD-NOT-CURRENT      VALUE 'N'.                           !@03A
012911* the window metrics record for this check, staged for the        !@02A
012913* APKDAILY monitoring feed through the shared APKMETW member.     !@02A
012920 77  APKMETW-PGM             PIC X(8) VALUE 'APKMETW'.            !@02A
012926 77  MET-TYPE                PIC X(3) VALUE 'CHK'.                !@02A
012933 77  MET-KEY                 PIC X(8) VALUE 'GXDUP'.              !@02A
012940 77  MET-STATUS              PIC X(4) VALUE 'PASS'.               !@02A
012946 77  MET-PAGES               PIC 9(9) VALUE ZERO.                 !@02A
012953 77  MET-RECORDS             PIC 9(9) VALUE ZERO.                 !@02A
012960 77  MET-ELAPSED             PIC 9(7) VALUE ZERO.                 !@02A
012966 77  MET-DEVIATION           PIC 9(5) VALUE ZERO.                 !@02A
012973 01  MET-DETAIL.                                                  !@02A
012980     05  MET-COUNT           PIC 9(8) VALUE ZERO.                 !@02A
012986     05  FILLER              PIC X(24) VALUE                      !@02A
012989         ' DUPLICATED GROUP NAMES'.                               !@02A
012993* the batch window being checked: its date and cycle.             !@03A
012994 01  WINDOW-ID.                                                   !@03A
012995     05  WINDOW-DATE         PIC 9(8) VALUE ZERO.                 !@03A
012996     05  WINDOW-CYCLE        PIC 9 VALUE 1.                       !@03A
012997* the group records read for each cycle of the window date.       !@03A
012998 01  CYCLE-COUNTS.                                                !@03A
012999     05  CY-READ             PIC 9(8) BINARY OCCURS 9 TIMES.      !@03A
013000* every distinct group name of the day, with its occurrences.
013100 01  GROUP-TABLE.
013200     05  GD-CNTR             PIC 9(8) BINARY VALUE ZERO.
014000             15  GD-JOBNAME  PIC X(8).
014100             15  GD-FIRST    PIC 9(8) BINARY.
014200             15  GD-LAST     PIC 9(8) BINARY.
014250             15  GD-CYCLE    PIC 9.                               !@03A
014300     SKIP1
014400 01  PAGE-TITLE.
014500     05  FILLER              PIC X   VALUE '1'.
014600     05  FILLER              PIC X(36) VALUE
014700         'ACIF DUPLICATE DOCUMENT GROUP CHECK'.
014720     05  FILLER              PIC X(8) VALUE ' WINDOW '.           !@03A
014740     05  PT-WINDOW-DATE      PIC 9(8).                            !@03A
014760     05  FILLER              PIC X(7) VALUE ' CYCLE '.            !@03A
014780     05  PT-WINDOW-CYCLE     PIC 9.                               !@03A
014800         SKIP1
014900 01  LINE-DUP.
015000     05  FILLER              PIC X   VALUE '0'.
016200     05  LOC-FIRST           PIC ZZZZ,ZZ9.
016300     05  FILLER              PIC X(3) VALUE ' - '.
016400     05  LOC-LAST            PIC ZZZZ,ZZ9.
016433     05  FILLER              PIC X(7) VALUE ' CYCLE '.            !@03A
016466     05  LOC-CYCLE           PIC 9.                               !@03A
016500         SKIP1
016600 01  LINE-NONE.
016700     05  FILLER              PIC X   VALUE SPACE.
017200     05  FILLER              PIC X   VALUE SPACE.
017300     05  FILLER              PIC X(47) VALUE
017400         '**** TABLE FULL - SOME RECORDS NOT CHECKED ****'.
017403         SKIP1                                                    !@03A
017407 01  LINE-EARLIER.                                                !@03A
017411     05  FILLER              PIC X   VALUE SPACE.                 !@03A
017415     05  LER-COUNT           PIC ZZZ,ZZ9.                         !@03A
017419     05  FILLER              PIC X(40) VALUE                      !@03A
017423         ' DUPLICATED NAMES ALREADY REPORTED IN AN'.              !@03A
017426     05  FILLER              PIC X(15) VALUE                      !@03A
017430         ' EARLIER CYCLE.'.                                       !@03A
017434         SKIP1                                                    !@03A
017438 01  LINE-CYCLE-HEAD.                                             !@03A
017442     05  FILLER              PIC X   VALUE '0'.                   !@03A
017446     05  FILLER              PIC X(30) VALUE                      !@03A
017450         'GROUP RECORDS READ BY CYCLE'.                           !@03A
017453         SKIP1                                                    !@03A
017457 01  LINE-CYCLE.                                                  !@03A
017461     05  FILLER              PIC X   VALUE SPACE.                 !@03A
017465     05  FILLER              PIC X(9) VALUE '   CYCLE '.          !@03A
017469     05  LCY-CYCLE           PIC 9.                               !@03A
017473     05  FILLER              PIC X(3) VALUE SPACES.               !@03A
017476     05  LCY-COUNT           PIC ZZZ,ZZZ,ZZ9.                     !@03A
017480         SKIP1                                                    !@03A
017484 01  LINE-DAY-TOTAL.                                              !@03A
017488     05  FILLER              PIC X   VALUE SPACE.                 !@03A
017492     05  FILLER              PIC X(13) VALUE '   DAY TOTAL '.     !@03A
017496     05  LDT-COUNT           PIC ZZZ,ZZZ,ZZ9.                     !@03A
017500/ PROCESSING.
017600 TITLE 'Initialization and Main Line'.
017700 PROCEDURE DIVISION.
018000     PERFORM 0100-TABLE-GROUP-RECORD
018100         UNTIL GXRF-EOF.
018200     PERFORM 0200-REPORT-DUPLICATES.
018250     PERFORM 0300-PRINT-CYCLE-COUNTS.                             !@03A
018300     PERFORM 0400-TERMINATE.
018400* a nonzero return code is what lets the scheduler hold the
018500* release while duplicates exist; an overflowed table holds
019000     END-IF.
019100     STOP RUN.
019200 0010-INITIALIZE.
019233     PERFORM 0012-READ-WINDOW-ID.                                 !@03A
019266     INITIALIZE CYCLE-COUNTS.                                     !@03A
019300     OPEN OUTPUT PRINT-FILE.
019400     OPEN INPUT GXRF-FILE.
019433     MOVE WINDOW-DATE TO PT-WINDOW-DATE.                          !@03A
019466     MOVE WINDOW-CYCLE TO PT-WINDOW-CYCLE.                        !@03A
019500     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
019600     WRITE PRINT-RECORD FROM PAGE-TITLE.
019700     SET GXRF-NOTEOF TO TRUE.
019800     PERFORM 0015-READ-GXRF.
019805 0012-READ-WINDOW-ID.                                             !@03A
019810* the window being checked; an empty state file leaves today's    !@03A
019815* date and cycle 1.                                               !@03A
019820     ACCEPT WINDOW-DATE FROM DATE YYYYMMDD.                       !@03A
019825     OPEN INPUT WSTA-FILE.                                        !@03A
019830     READ WSTA-FILE                                               !@03A
019835      AT END                                                      !@03A
019840       CONTINUE                                                   !@03A
019845      NOT AT END                                                  !@03A
019850       IF WST-DATE NUMERIC AND WST-DATE > ZERO                    !@03A
019855        THEN                                                      !@03A
019860         MOVE WST-DATE TO WINDOW-DATE                             !@03A
019865       END-IF;                                                    !@03A
019870       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@03A
019875        THEN                                                      !@03A
019880         MOVE WST-CYCLE TO WINDOW-CYCLE                           !@03A
019885       END-IF                                                     !@03A
019890     END-READ.                                                    !@03A
019895     CLOSE WSTA-FILE.                                             !@03A
019900 0015-READ-GXRF.
020000     READ GXRF-FILE
020100      AT END
020200       SET GXRF-EOF TO TRUE
020300     END-READ.
020310* the day file only ever holds one date; anything else is a       !@03A
020320* leftover and is passed over.                                    !@03A
020330     PERFORM UNTIL GXRF-EOF OR GXRF-WIN-DATE = WINDOW-DATE        !@03A
020340       ADD 1 TO SKIP-CNTR                                         !@03A
020350       READ GXRF-FILE                                             !@03A
020360        AT END                                                    !@03A
020370         SET GXRF-EOF TO TRUE                                     !@03A
020380       END-READ                                                   !@03A
020390     END-PERFORM.                                                 !@03A
020400 0100-TABLE-GROUP-RECORD.
020500* fold the record under its group name; a second occurrence
020600* of the same name is exactly the duplicate this check
020700* exists to catch.
020800     ADD 1 TO READ-CNTR.
020816     IF GXRF-WIN-CYCLE NOT NUMERIC OR GXRF-WIN-CYCLE = ZERO       !@03A
020833      THEN                                                        !@03A
020850       MOVE 1 TO GXRF-WIN-CYCLE                                   !@03A
020866     END-IF.                                                      !@03A
020883     ADD 1 TO CY-READ (GXRF-WIN-CYCLE).                           !@03A
020900     SET GD-NOTFOUND TO TRUE.
021000     SET GD-INDEX TO 1.
021100     SEARCH GD-ENTRY
023000       SET GD-OCC-INDEX TO GD-OCC-CNTR (GD-INDEX);
023100       MOVE GXRF-JOBNAME TO GD-JOBNAME (GD-INDEX, GD-OCC-INDEX);
023200       MOVE GXRF-FIRST-PAGE TO GD-FIRST (GD-INDEX, GD-OCC-INDEX);
023300       MOVE GXRF-LAST-PAGE TO GD-LAST (GD-INDEX, GD-OCC-INDEX);   !@03C
023350       MOVE GXRF-WIN-CYCLE TO GD-CYCLE (GD-INDEX, GD-OCC-INDEX)   !@03A
023400     END-IF.
023500     PERFORM 0015-READ-GXRF.
023600 0200-REPORT-DUPLICATES.
024700       MOVE LENGTH OF LINE-FULL TO PRINT-REC-LEN;
024800       WRITE PRINT-RECORD FROM LINE-FULL
024900     END-IF.
024914     IF EARLIER-CNTR > ZERO                                       !@03A
024928      THEN                                                        !@03A
024942       MOVE EARLIER-CNTR TO LER-COUNT;                            !@03A
024957       MOVE LENGTH OF LINE-EARLIER TO PRINT-REC-LEN;              !@03A
024971       WRITE PRINT-RECORD FROM LINE-EARLIER                       !@03A
024985     END-IF.                                                      !@03A
025000 0210-CHECK-ONE-GROUP.
025006* a duplicate counts against this cycle only if one of its        !@03A
025013* occurrences is in it; one wholly in earlier cycles was          !@03A
025020* reported, and held the release, when its own cycle ran.         !@03A
025026     SET GD-NOT-CURRENT TO TRUE.                                  !@03A
025033     IF GD-OCC-CNTR (GD-INDEX) > 1                                !@03A
025040      THEN                                                        !@03A
025046       PERFORM 0215-CHECK-OCC-CYCLE                               !@03A
025053           VARYING GD-OCC-INDEX FROM 1 BY 1                       !@03A
025060           UNTIL GD-OCC-INDEX > GD-OCC-CNTR (GD-INDEX);           !@03A
025066       IF GD-NOT-CURRENT                                          !@03A
025073        THEN                                                      !@03A
025080         ADD 1 TO EARLIER-CNTR                                    !@03A
025086       END-IF                                                     !@03A
025093     END-IF.                                                      !@03A
025100     IF GD-OCC-CNTR (GD-INDEX) > 1 AND GD-IN-CURRENT              !@03C
025200      THEN
025300       ADD 1 TO DUP-CNTR;
025400       MOVE GD-NAME (GD-INDEX) TO LDP-NAME;
025900           VARYING GD-OCC-INDEX FROM 1 BY 1
026000           UNTIL GD-OCC-INDEX > GD-OCC-CNTR (GD-INDEX)
026100     END-IF.
026116 0215-CHECK-OCC-CYCLE.                                            !@03A
026133     IF GD-CYCLE (GD-INDEX, GD-OCC-INDEX) = WINDOW-CYCLE          !@03A
026150      THEN                                                        !@03A
026166       SET GD-IN-CURRENT TO TRUE                                  !@03A
026183     END-IF.                                                      !@03A
026200 0220-PRINT-OCCURRENCE.
026300     MOVE GD-JOBNAME (GD-INDEX, GD-OCC-INDEX) TO LOC-JOBNAME.
026400     MOVE GD-FIRST (GD-INDEX, GD-OCC-INDEX) TO LOC-FIRST.
026500     MOVE GD-LAST (GD-INDEX, GD-OCC-INDEX) TO LOC-LAST.
026550     MOVE GD-CYCLE (GD-INDEX, GD-OCC-INDEX) TO LOC-CYCLE.         !@03A
026600     MOVE LENGTH OF LINE-OCC TO PRINT-REC-LEN.
026700     WRITE PRINT-RECORD FROM LINE-OCC.
026704 0300-PRINT-CYCLE-COUNTS.                                         !@03A
026709* the group records read for each cycle of the window date, and   !@03A
026714* for the whole day.                                              !@03A
026719     MOVE LENGTH OF LINE-CYCLE-HEAD TO PRINT-REC-LEN.             !@03A
026723     WRITE PRINT-RECORD FROM LINE-CYCLE-HEAD.                     !@03A
026728     PERFORM 0310-PRINT-ONE-CYCLE                                 !@03A
026733         VARYING CY-SUB FROM 1 BY 1                               !@03A
026738         UNTIL CY-SUB > 9.                                        !@03A
026742     MOVE DAY-CNTR TO LDT-COUNT.                                  !@03A
026747     MOVE LENGTH OF LINE-DAY-TOTAL TO PRINT-REC-LEN.              !@03A
026752     WRITE PRINT-RECORD FROM LINE-DAY-TOTAL.                      !@03A
026757 0310-PRINT-ONE-CYCLE.                                            !@03A
026761     IF CY-READ (CY-SUB) > ZERO                                   !@03A
026766      THEN                                                        !@03A
026771       ADD CY-READ (CY-SUB) TO DAY-CNTR;                          !@03A
026776       MOVE CY-SUB TO LCY-CYCLE;                                  !@03A
026780       MOVE CY-READ (CY-SUB) TO LCY-COUNT;                        !@03A
026785       MOVE LENGTH OF LINE-CYCLE TO PRINT-REC-LEN;                !@03A
026790       WRITE PRINT-RECORD FROM LINE-CYCLE                         !@03A
026795     END-IF.                                                      !@03A
026800 0400-TERMINATE.
026900     CLOSE GXRF-FILE.
027000     CLOSE PRINT-FILE.
027100     MOVE READ-CNTR TO READ-DISP.
027200     MOVE DUP-CNTR TO DUP-DISP.
027300     DISPLAY PGMNAME, ' WINDOW ', WINDOW-DATE, ' CYCLE ',         !@03C
027350         WINDOW-CYCLE, READ-DISP, ' GROUP RECORDS READ,',         !@03A
027400         DUP-DISP, ' DUPLICATED NAMES.'.
027414     IF SKIP-CNTR > ZERO                                          !@03A
027428      THEN                                                        !@03A
027442       MOVE SKIP-CNTR TO SKIP-DISP;                               !@03A
027457       DISPLAY PGMNAME, SKIP-DISP,                                !@03A
027471           ' GROUP RECORDS OF OTHER DATES SKIPPED.'               !@03A
027485     END-IF.                                                      !@03A
027500     IF DUP-CNTR > ZERO
027600      THEN
027700       MOVE 'APK016E' TO WTO-MSGID;
027900         TO WTO-MSGTEXT;
028000       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT
028100     END-IF.
028108* the check result for the monitoring feed; an overflowed table   !@02A
028116* fails the check just as it holds the release.                   !@02A
028125     IF DUP-CNTR > ZERO OR TABLE-OVERFLOWED                       !@02A
028133      THEN                                                        !@02A
028141       MOVE 'FAIL' TO MET-STATUS                                  !@02A
028150     END-IF.                                                      !@02A
028158     MOVE DUP-CNTR TO MET-COUNT.                                  !@02A
028166     MOVE READ-CNTR TO MET-RECORDS.                               !@02A
028175     CALL APKMETW-PGM USING MET-TYPE, MET-KEY, MET-STATUS,        !@02A
028183                            MET-PAGES, MET-RECORDS, MET-ELAPSED,  !@02A
028191                            MET-DEVIATION, MET-DETAIL, PGMNAME.   !@02A
028200 END PROGRAM APKGXDUP.
