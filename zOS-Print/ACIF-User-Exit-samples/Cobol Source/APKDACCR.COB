000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000102*    THE ACCOUNTING RECORD NOW CARRIES THE BATCH WINDOW (DATE    *!@04A
000102*    AND CYCLE) IT WAS COLLECTED IN, STAMPED BY APKBSUMC, SINCE  *!@04A
000102*    A DAY CAN RUN MORE THAN ONE CYCLE. THE REPORT ADDS A        *!@04A
000102*    PAGES-BY-WINDOW SECTION: PRINTED AND E-DELIVERED PAGES FOR  *!@04A
000102*    EACH WINDOW IN WINDOW ORDER, WITH A DAY TOTAL AFTER THE     *!@04A
000102*    LAST CYCLE OF EACH DATE.                                    *!@04A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000108*    THE ACCOUNTING RECORD NOW CARRIES THE PAGES APKINPXT        *!@03A
000112*    MARKED FOR ELECTRONIC DELIVERY (DACC-EPAGECNT). THE REPORT  *!@03A
000117*    SHOWS PRINTED AND E-DELIVERED PAGES SEPARATELY, ONLY        *!@03A
000121*    PRINTED PAGES ARE PRICED, AND THE GENERAL LEDGER RECORDS    *!@03A
000125*    CARRY THE E-DELIVERED COUNT BESIDE THE PRICED PAGES.        *!@03A
000130* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 02   *!@02A
000132*    PRICE THE PAGES: A RATE TABLE (APKRATE, COST PER PAGE,      *!@02A
000134*    PER REPORT NUMBER WHERE THE FORMS DIFFER) IS APPLIED TO     *!@02A
002180               rate, and amount, all in display form) and one  !@02A
002182               T trailer carrying the total pages and amount   !@02A
002184               the loader balances the details against.        !@02A
002185
002186               Pages APKINPXT marked for electronic delivery are  !@03A
002187               counted apart from the printed pages: the report   !@03A
002188               shows both, the rates apply to printed pages       !@03A
002189               only, and the interface records carry the          !@03A
002190               e-delivered count in columns 42-49 (the pages in   !@03A
002191               columns 17-24 are the printed, priced pages).      !@03A
002192               Records written before the count existed carry     !@03A
002193               blanks there and count as all printed.             !@03A
002194
002195               Each accounting record carries, in columns 40-48,  !@04A
002196               the batch window it was collected in - the window  !@04A
002197               date and cycle, stamped by APKBSUMC - since a day  !@04A
002198               can run more than one print cycle. After the       !@04A
002199               department totals the report lists the printed and !@04A
002210               e-delivered pages of each window of the period, in !@04A
002221               window order, with a day total after the last      !@04A
002232               cycle of each date. Records collected before the   !@04A
002243               window was stamped are listed together as NOT      !@04A
002255               RECORDED. Up to 400 windows are listed; past that  !@04A
002266               the section says so, and the department totals     !@04A
002277               above are unaffected.                              !@04A
002288 DATE-WRITTEN. 22 Aug 2026.
002300 DATE-COMPILED.
002400 SECURITY. IBM SAMPLE CODE ONLY.
002500*/**************************************************************/
009000     05  DACC-RUNDATE        PIC 9(8).
009100     05  DACC-DEPT           PIC 9(4).
009200     05  DACC-REPTNUM        PIC XXX.
009233* all the run's pages for the department and report, and how      !@03A
009266* many of them were marked for electronic delivery.               !@03A
009300     05  DACC-PAGECNT        PIC 9(8).
009350     05  DACC-EPAGECNT       PIC 9(8).                            !@03A
009400     05  DACC-WINDOW.                                             !@04C
009402         10  DACC-WIN-DATE   PIC X(8).                            !@04A
009405         10  DACC-WIN-CYCLE  PIC X.                               !@04A
009407     05  FILLER              PIC X(32).                           !@04A
009410* one card per report number naming its cost per page; ***      !@02A
009420* names the default for reports without their own card.         !@02A
009430 FD  RATE-FILE                                                    !@02A
009640     05  GLIF-PAGECNT        PIC 9(8).                            !@02A
009650     05  GLIF-RATE           PIC 9(4)V99.                         !@02A
009660     05  GLIF-AMOUNT         PIC 9(9)V99.                         !@02A
009665     05  GLIF-EPAGECNT       PIC 9(8).                            !@03A
009670     05  FILLER              PIC X(31).                           !@03C
009680     EJECT
009600 WORKING-STORAGE SECTION.
009700 77  PGMNAME                 PIC X(8) VALUE 'APKDACCR'.
011000     88  ENTRY-NOTFOUND      VALUE LOW-VALUE.
011100 77  GRAND-TOTAL-CNTR        PIC 9(8) BINARY VALUE ZERO.
011110 77  GRAND-TOTAL-AMT         PIC 9(9)V99 VALUE ZERO.              !@02A
011115 77  GRAND-EPAGE-CNTR        PIC 9(8) BINARY VALUE ZERO.          !@03A
011120 77  RATE-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@02A
011130     88  RATE-EOF            VALUE HIGH-VALUE.                    !@02A
011140     88  RATE-NOTEOF         VALUE LOW-VALUE.                     !@02A
011190 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.                 !@02A
011192 77  NORATE-FLAG             PIC X VALUE 'N'.                     !@02A
011194     88  NO-RATE-TABLE       VALUE 'Y'.                           !@02A
011195 77  MAX-WIN-ENTRIES         PIC 9(4) BINARY VALUE 400.           !@04A
011196 77  WIN-TRUNC-FLAG          PIC X VALUE 'N'.                     !@04A
011197     88  WIN-TRUNCATED       VALUE 'Y'.                           !@04A
011198 77  WIN-PLACED-FLAG         PIC X VALUE 'N'.                     !@04A
011199     88  WIN-PLACED          VALUE 'Y'.                           !@04A
011200     88  WIN-NOT-PLACED      VALUE 'N'.                           !@04A
011202 77  HELD-WIN-DATE           PIC X(8) VALUE SPACES.               !@04A
011204 77  DAY-PAGE-CNTR           PIC 9(8) BINARY VALUE ZERO.          !@04A
011206 77  DAY-EPAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@04A
011208     SKIP1
011210* cost per page by report number, from the APKRATE cards.       !@02A
011220 01  RATE-TABLE.                                                  !@02A
011230     05  RAT-CNTR            PIC 9(4) BINARY VALUE ZERO.          !@02A
011900         10  DT-DEPT         PIC 9(4).
012000         10  DT-PAGECNT      PIC 9(8) BINARY.
012010         10  DT-AMOUNT       PIC 9(9)V99.                         !@02A
012055         10  DT-EPAGECNT     PIC 9(8) BINARY.                     !@03A
012100     SKIP1
012200* pages per department and report number for the period.
012300 01  DETAIL-TABLE.
013000         10  DTL-PAGECNT     PIC 9(8) BINARY.
013010         10  DTL-RATE        PIC 9(4)V99.                         !@02A
013020         10  DTL-AMOUNT      PIC 9(9)V99.                         !@02A
013060         10  DTL-EPAGECNT    PIC 9(8) BINARY.                     !@03A
013062     SKIP1                                                        !@04A
013065* printed and e-delivered pages per batch window for the period,  !@04A
013068* kept in window order.                                           !@04A
013071 01  WINDOW-TABLE.                                                !@04A
013074     05  WT-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@04A
013077     05  WT-ENTRY            OCCURS 400 TIMES                     !@04A
013080                             DEPENDING ON WT-CNTR                 !@04A
013082                             INDEXED BY WT-INDEX.                 !@04A
013085         10  WT-WINDOW.                                           !@04A
013088             15  WT-DATE     PIC X(8).                            !@04A
013091             15  WT-CYCLE    PIC X.                               !@04A
013094         10  WT-PAGECNT      PIC 9(8) BINARY.                     !@04A
013097         10  WT-EPAGECNT     PIC 9(8) BINARY.                     !@04A
013100     SKIP1
013200 01  PAGE-TITLE.
013300     05  FILLER              PIC X   VALUE '1'.
013800     05  FILLER              PIC X   VALUE '0'.
013900     05  FILLER              PIC X(11) VALUE 'DEPARTMENT '.
014000     05  LD-DEPT             PIC 9(4).
014100     05  FILLER              PIC X(16) VALUE ' PRINTED PAGES: '.  !@03C
014200     05  LD-PAGECNT          PIC ZZZ,ZZZ,ZZ9.
014210     05  FILLER              PIC X(9) VALUE '  AMOUNT '.          !@02A
014220     05  LD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  !@02A
014300         SKIP1
014314 01  LINE-DEPT-EDLV.                                              !@03A
014328     05  FILLER              PIC X   VALUE SPACE.                 !@03A
014342     05  FILLER              PIC X(15) VALUE SPACES.              !@03A
014357     05  FILLER              PIC X(16) VALUE ' E-DELIVERED:   '.  !@03A
014371     05  LDE-EPAGECNT        PIC ZZZ,ZZZ,ZZ9.                     !@03A
014385         SKIP1                                                    !@03A
014400 01  LINE-REPORT.
014500     05  FILLER              PIC X   VALUE SPACE.
014600     05  FILLER              PIC X(05) VALUE SPACES.
015020     05  LR-RATE             PIC Z,ZZ9.99.                        !@02A
015030     05  FILLER              PIC X(3) VALUE ' = '.                !@02A
015040     05  LR-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  !@02A
015060     05  FILLER              PIC X(8) VALUE '  E-DLV '.           !@03A
015080     05  LR-EPAGECNT         PIC ZZZ,ZZZ,ZZ9.                     !@03A
015100         SKIP1
015200 01  LINE-TOTAL.
015300     05  LT-CC               PIC X   VALUE SPACE.
015900 01  LINE-NOTICE.
016000     05  FILLER              PIC X   VALUE SPACE.
016100     05  LN-TEXT             PIC X(50).
016105     SKIP1                                                        !@04A
016110 01  LINE-WIN-HEAD.                                               !@04A
016115     05  FILLER              PIC X   VALUE '0'.                   !@04A
016120     05  FILLER              PIC X(15) VALUE 'PAGES BY WINDOW'.   !@04A
016125     SKIP1                                                        !@04A
016130 01  LINE-WINDOW.                                                 !@04A
016135     05  FILLER              PIC X   VALUE SPACE.                 !@04A
016140     05  FILLER              PIC X(02) VALUE SPACES.              !@04A
016145     05  LW-LABEL            PIC X(24).                           !@04A
016150     05  LW-WINDOW-VIEW      REDEFINES LW-LABEL.                  !@04A
016155         10  LW-WIN-TAG      PIC X(7).                            !@04A
016160         10  LW-WIN-DATE     PIC X(8).                            !@04A
016165         10  LW-CYC-TAG      PIC X(7).                            !@04A
016170         10  LW-WIN-CYCLE    PIC X.                               !@04A
016175         10  FILLER          PIC X.                               !@04A
016180     05  FILLER              PIC X VALUE SPACE.                   !@04A
016185     05  LW-PAGECNT          PIC ZZZ,ZZZ,ZZ9.                     !@04A
016190     05  FILLER              PIC X(8) VALUE '  E-DLV '.           !@04A
016195     05  LW-EPAGECNT         PIC ZZZ,ZZZ,ZZ9.                     !@04A
016200/ PROCESSING.
016300 TITLE 'Initialization and Main Line'.
016400 PROCEDURE DIVISION.
018200       SET ACCT-EOF TO TRUE
018300     END-READ.
018400 0020-PROCESS-ACCT-RECORD.
018407* from here on DACC-PAGECNT is the printed pages alone: those     !@03A
018414* are what the rates price. a record written before the           !@03A
018421* e-delivered count existed has blanks there.                     !@03A
018428     IF DACC-EPAGECNT NOT NUMERIC                                 !@03A
018435      THEN                                                        !@03A
018442       MOVE ZERO TO DACC-EPAGECNT                                 !@03A
018450     END-IF.                                                      !@03A
018457     IF DACC-EPAGECNT > DACC-PAGECNT                              !@03A
018464      THEN                                                        !@03A
018471       MOVE DACC-PAGECNT TO DACC-EPAGECNT                         !@03A
018478     END-IF.                                                      !@03A
018485     SUBTRACT DACC-EPAGECNT FROM DACC-PAGECNT.                    !@03A
018492     ADD DACC-EPAGECNT TO GRAND-EPAGE-CNTR.                       !@03A
018500     PERFORM 0030-TOTAL-BY-DEPT.
018600     PERFORM 0040-TOTAL-BY-REPORT.
018650     PERFORM 0050-TOTAL-BY-WINDOW.                                !@04A
018700     ADD DACC-PAGECNT TO GRAND-TOTAL-CNTR.
018800     PERFORM 0015-READ-ACCT.
018900 0030-TOTAL-BY-DEPT.
019800         MOVE DACC-DEPT TO DT-DEPT (DT-INDEX);
019900         MOVE ZERO TO DT-PAGECNT (DT-INDEX);
019950         MOVE ZERO TO DT-AMOUNT (DT-INDEX);                       !@02A
019975         MOVE ZERO TO DT-EPAGECNT (DT-INDEX);                     !@03A
020000         SET ENTRY-FOUND TO TRUE
020100        ELSE
020200         SET DEPT-TRUNCATED TO TRUE
020600     END-SEARCH.
020700     IF ENTRY-FOUND
020800      THEN
020900       ADD DACC-PAGECNT TO DT-PAGECNT (DT-INDEX);                 !@03C
020950       ADD DACC-EPAGECNT TO DT-EPAGECNT (DT-INDEX)                !@03A
021000     END-IF.
021100 0040-TOTAL-BY-REPORT.
021200     SET ENTRY-NOTFOUND TO TRUE.
022200         MOVE ZERO TO DTL-PAGECNT (DTL-INDEX);
022210         MOVE ZERO TO DTL-RATE (DTL-INDEX);                       !@02A
022220         MOVE ZERO TO DTL-AMOUNT (DTL-INDEX);                     !@02A
022260         MOVE ZERO TO DTL-EPAGECNT (DTL-INDEX);                   !@03A
022300         SET ENTRY-FOUND TO TRUE
022400        ELSE
022500         SET DTL-TRUNCATED TO TRUE
023000     END-SEARCH.
023100     IF ENTRY-FOUND
023200      THEN
023300       ADD DACC-PAGECNT TO DTL-PAGECNT (DTL-INDEX);               !@03C
023350       ADD DACC-EPAGECNT TO DTL-EPAGECNT (DTL-INDEX)              !@03A
023351     END-IF.
023352 0050-TOTAL-BY-WINDOW.                                            !@04A
023353* a record collected before windows were stamped carries          !@04A
023354* blanks there, and is totalled under a blank window.             !@04A
023355     IF DACC-WIN-DATE NOT NUMERIC OR DACC-WIN-CYCLE NOT NUMERIC   !@04A
023356      THEN                                                        !@04A
023358       MOVE SPACES TO DACC-WINDOW                                 !@04A
023359     END-IF.                                                      !@04A
023360     SET ENTRY-NOTFOUND TO TRUE.                                  !@04A
023361     SET WT-INDEX TO 1.                                           !@04A
023362     SEARCH WT-ENTRY                                              !@04A
023363      AT END                                                      !@04A
023365       IF WT-CNTR < MAX-WIN-ENTRIES                               !@04A
023366        THEN                                                      !@04A
023367         PERFORM 0055-INSERT-WINDOW;                              !@04A
023368         SET ENTRY-FOUND TO TRUE                                  !@04A
023369        ELSE                                                      !@04A
023370         SET WIN-TRUNCATED TO TRUE                                !@04A
023371       END-IF                                                     !@04A
023373      WHEN WT-WINDOW (WT-INDEX) = DACC-WINDOW                     !@04A
023374       SET ENTRY-FOUND TO TRUE                                    !@04A
023375     END-SEARCH.                                                  !@04A
023376     IF ENTRY-FOUND                                               !@04A
023377      THEN                                                        !@04A
023378       ADD DACC-PAGECNT TO WT-PAGECNT (WT-INDEX);                 !@04A
023380       ADD DACC-EPAGECNT TO WT-EPAGECNT (WT-INDEX)                !@04A
023381     END-IF.                                                      !@04A
023382 0055-INSERT-WINDOW.                                              !@04A
023383* the new window goes in ahead of the first later one, the later  !@04A
023384* ones moving down a place, so the table stays in window order    !@04A
023385* (blank first) however the records arrived.                      !@04A
023387     ADD 1 TO WT-CNTR.                                            !@04A
023388     SET WT-INDEX TO WT-CNTR.                                     !@04A
023389     SET WIN-NOT-PLACED TO TRUE.                                  !@04A
023390     PERFORM UNTIL WIN-PLACED                                     !@04A
023391       IF WT-INDEX = 1                                            !@04A
023392        THEN                                                      !@04A
023393         SET WIN-PLACED TO TRUE                                   !@04A
023395        ELSE                                                      !@04A
023396         IF WT-WINDOW (WT-INDEX - 1) NOT > DACC-WINDOW            !@04A
023397          THEN                                                    !@04A
023398           SET WIN-PLACED TO TRUE                                 !@04A
023399          ELSE                                                    !@04A
023400           MOVE WT-ENTRY (WT-INDEX - 1) TO WT-ENTRY (WT-INDEX);   !@04A
023402           SET WT-INDEX DOWN BY 1                                 !@04A
023403         END-IF                                                   !@04A
023404       END-IF                                                     !@04A
023405     END-PERFORM.                                                 !@04A
023406     MOVE DACC-WINDOW TO WT-WINDOW (WT-INDEX).                    !@04A
023407     MOVE ZERO TO WT-PAGECNT (WT-INDEX).                          !@04A
023409     MOVE ZERO TO WT-EPAGECNT (WT-INDEX).                         !@04A
023410 0090-PRICE-DETAILS.                                              !@02A
023420* apply the rate table to the accumulated page counts: each     !@02A
023430* detail entry gets its report's rate and dollar amount, its    !@02A
023512     MOVE DTL-PAGECNT (DTL-INDEX) TO GLIF-PAGECNT.                !@02A
023513     MOVE WK-RATE TO GLIF-RATE.                                   !@02A
023514     MOVE WK-AMOUNT TO GLIF-AMOUNT.                               !@02A
023515     MOVE DTL-EPAGECNT (DTL-INDEX) TO GLIF-EPAGECNT.              !@03A
023517     WRITE GLIF-RECORD.                                           !@02A
023518     EJECT                                                        !@02A
023520 0100-PRINT-REPORT.
023600* one block per department: the department's period total,
023700* then its per-report-number breakdown.
023800     PERFORM 0110-PRINT-DEPT-BLOCK
023900         VARYING DT-INDEX FROM 1 BY 1
024000         UNTIL DT-INDEX > DT-CNTR.
024100     MOVE 'PRINTED PAGES' TO LT-LABEL.                            !@03C
024200     MOVE GRAND-TOTAL-CNTR TO LT-COUNT.
024300     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
024400     WRITE PRINT-RECORD FROM LINE-TOTAL.
024402     MOVE 'E-DELIVERED PAGES' TO LT-LABEL.                        !@03A
024404     MOVE GRAND-EPAGE-CNTR TO LT-COUNT.                           !@03A
024406     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.                  !@03A
024408     WRITE PRINT-RECORD FROM LINE-TOTAL.                          !@03A
024410     MOVE 'TOTAL AMOUNT' TO LA-LABEL.                             !@02A
024420     MOVE GRAND-TOTAL-AMT TO LA-AMOUNT.                           !@02A
024430     MOVE LENGTH OF LINE-AMOUNT TO PRINT-REC-LEN.                 !@02A
024800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
024900       WRITE PRINT-RECORD FROM LINE-NOTICE
025000     END-IF.
025050     PERFORM 0150-PRINT-WINDOWS.                                  !@04A
025100 0110-PRINT-DEPT-BLOCK.
025200     MOVE DT-DEPT (DT-INDEX) TO LD-DEPT.
025300     MOVE DT-PAGECNT (DT-INDEX) TO LD-PAGECNT.
025350     MOVE DT-AMOUNT (DT-INDEX) TO LD-AMOUNT.                      !@02A
025400     MOVE LENGTH OF LINE-DEPT TO PRINT-REC-LEN.
025500     WRITE PRINT-RECORD FROM LINE-DEPT.
025525     MOVE DT-EPAGECNT (DT-INDEX) TO LDE-EPAGECNT.                 !@03A
025550     MOVE LENGTH OF LINE-DEPT-EDLV TO PRINT-REC-LEN.              !@03A
025575     WRITE PRINT-RECORD FROM LINE-DEPT-EDLV.                      !@03A
025600     PERFORM 0120-PRINT-REPORT-LINE
025700         VARYING DTL-INDEX FROM 1 BY 1
025800         UNTIL DTL-INDEX > DTL-CNTR.
026300       MOVE DTL-PAGECNT (DTL-INDEX) TO LR-PAGECNT;
026310       MOVE DTL-RATE (DTL-INDEX) TO LR-RATE;                      !@02A
026320       MOVE DTL-AMOUNT (DTL-INDEX) TO LR-AMOUNT;                  !@02A
026360       MOVE DTL-EPAGECNT (DTL-INDEX) TO LR-EPAGECNT;              !@03A
026400       MOVE LENGTH OF LINE-REPORT TO PRINT-REC-LEN;
026500       WRITE PRINT-RECORD FROM LINE-REPORT
026600     END-IF.
026601 0150-PRINT-WINDOWS.                                              !@04A
026603* the period's pages by batch window, with a day total after the  !@04A
026605* last cycle of each date.                                        !@04A
026607     MOVE LENGTH OF LINE-WIN-HEAD TO PRINT-REC-LEN.               !@04A
026609     WRITE PRINT-RECORD FROM LINE-WIN-HEAD.                       !@04A
026610     IF WT-CNTR > 0                                               !@04A
026612      THEN                                                        !@04A
026614       MOVE WT-DATE (1) TO HELD-WIN-DATE;                         !@04A
026616       PERFORM 0160-PRINT-ONE-WINDOW                              !@04A
026618           VARYING WT-INDEX FROM 1 BY 1                           !@04A
026620           UNTIL WT-INDEX > WT-CNTR;                              !@04A
026621       PERFORM 0170-PRINT-DAY-TOTAL                               !@04A
026623     END-IF.                                                      !@04A
026625     IF WIN-TRUNCATED                                             !@04A
026627      THEN                                                        !@04A
026629       MOVE 'WINDOW TABLE FULL - SOME WINDOWS NOT LISTED'         !@04A
026630         TO LN-TEXT;                                              !@04A
026632       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;               !@04A
026634       WRITE PRINT-RECORD FROM LINE-NOTICE                        !@04A
026636     END-IF.                                                      !@04A
026638 0160-PRINT-ONE-WINDOW.                                           !@04A
026640     IF WT-DATE (WT-INDEX) NOT = HELD-WIN-DATE                    !@04A
026641      THEN                                                        !@04A
026643       PERFORM 0170-PRINT-DAY-TOTAL;                              !@04A
026645       MOVE WT-DATE (WT-INDEX) TO HELD-WIN-DATE                   !@04A
026647     END-IF.                                                      !@04A
026649     MOVE SPACES TO LW-LABEL.                                     !@04A
026650     IF WT-DATE (WT-INDEX) = SPACES                               !@04A
026652      THEN                                                        !@04A
026654       MOVE 'NOT RECORDED' TO LW-LABEL                            !@04A
026656      ELSE                                                        !@04A
026658       MOVE 'WINDOW' TO LW-WIN-TAG;                               !@04A
026660       MOVE WT-DATE (WT-INDEX) TO LW-WIN-DATE;                    !@04A
026661       MOVE ' CYCLE' TO LW-CYC-TAG;                               !@04A
026663       MOVE WT-CYCLE (WT-INDEX) TO LW-WIN-CYCLE                   !@04A
026665     END-IF.                                                      !@04A
026667     MOVE WT-PAGECNT (WT-INDEX) TO LW-PAGECNT.                    !@04A
026669     MOVE WT-EPAGECNT (WT-INDEX) TO LW-EPAGECNT.                  !@04A
026670     MOVE LENGTH OF LINE-WINDOW TO PRINT-REC-LEN.                 !@04A
026672     WRITE PRINT-RECORD FROM LINE-WINDOW.                         !@04A
026674     ADD WT-PAGECNT (WT-INDEX) TO DAY-PAGE-CNTR.                  !@04A
026676     ADD WT-EPAGECNT (WT-INDEX) TO DAY-EPAGE-CNTR.                !@04A
026678 0170-PRINT-DAY-TOTAL.                                            !@04A
026680* the unstamped records are not a day, and get no day total.      !@04A
026681     IF HELD-WIN-DATE NOT = SPACES                                !@04A
026683      THEN                                                        !@04A
026685       MOVE 'DAY TOTAL' TO LW-LABEL;                              !@04A
026687       MOVE DAY-PAGE-CNTR TO LW-PAGECNT;                          !@04A
026689       MOVE DAY-EPAGE-CNTR TO LW-EPAGECNT;                        !@04A
026690       MOVE LENGTH OF LINE-WINDOW TO PRINT-REC-LEN;               !@04A
026692       WRITE PRINT-RECORD FROM LINE-WINDOW                        !@04A
026694     END-IF.                                                      !@04A
026696     MOVE ZERO TO DAY-PAGE-CNTR.                                  !@04A
026698     MOVE ZERO TO DAY-EPAGE-CNTR.                                 !@04A
026700 0300-TERMINATE.
026710* the trailer the ledger loader balances the details against.   !@02A
026720     MOVE SPACES TO GLIF-RECORD.                                  !@02A
026770     MOVE GRAND-TOTAL-CNTR TO GLIF-PAGECNT.                       !@02A
026780     MOVE ZERO TO GLIF-RATE.                                      !@02A
026790     MOVE GRAND-TOTAL-AMT TO GLIF-AMOUNT.                         !@02A
026791     MOVE GRAND-EPAGE-CNTR TO GLIF-EPAGECNT.                      !@03A
026792     WRITE GLIF-RECORD.                                           !@02A
026794     CLOSE GLIF-FILE.                                             !@02A
026800     CLOSE PRINT-FILE.
