000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000150* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000150*    THE APKRPRQ QUEUE IS A VSAM ESDS, SO IT IS ASSIGNED AS      *!@02A
000150*    AS-APKRPRQ.                                                 *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKRCSTR.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program is a batch driver, run at month end
000900               ahead of APKDACCR, that prices the month's
001000               reprints. It reads the reprint request queue
001100               APKRPRQM keeps and takes every request fulfilled
001200               in the month, prices its pages at the report's
001300               APKRATE cost per page, and prints reprinted pages
001400               and dollars by reason, by requester, by report
001500               number, and by department, so spoilage (jams,
001600               inserter damage) shows as a cost the print floor
001700               can be held to. The report number section also
001800               gives each report's reprint rate: its reprinted
001900               pages as a percentage of the pages it produced in
002000               the month, from the APKOUTXT end records in the
002100               APKBSUMH history (reprint runs themselves are not
002200               counted as produced).
002300
002400               A queue entry carries the job name but not the
002500               report; the job is tied to a report number and
002600               department through the month's APKDACC accounting
002700               records, which is why the report runs before
002800               APKDACCR resets them. A job whose records name more
002900               than one report is charged to the one with the
003000               most pages in a run. A job with no accounting
003100               record is shown under report ??? in department
003200               0000, priced at the default rate.
003300
003400               The month is given in the EXEC PARM as YYYYMM; with
003500               no PARM the current month is reported.
003600
003700               Allocate these DDs:
003800                 APKRPRQ  - the reprint request queue, read only
003900                 APKDACC  - the month's accounting records
004000                 APKBSUMH - the batch summary history
004100                 APKRATE  - the rate cards, as for APKDACCR
004200                 PAPKRCST - the printed report, LRECL 125,
004300                            BLKSIZE n*125+4, VBA
004400               With no rate card every amount is zero, the report
004500               says so, and the step ends with return code 4, as
004600               APKDACCR does; 8 when the PARM is in error.
004700 DATE-WRITTEN. 15 Oct 2026.
004800 DATE-COMPILED.
004900 SECURITY. IBM SAMPLE CODE ONLY.
005000*/**************************************************************/
005100*/* Licensed under the Apache License, Version 2.0 (the        */
005200*/* "License"); you may not use this file except in compliance */
005300*/* with the License. You may obtain a copy of the License at  */
005400*/*                                                            */
005500*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005600*/*                                                            */
005700*/* Unless required by applicable law or agreed to in writing, */
005800*/* software distributed under the License is distributed on an*/
005900*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006000*/* KIND, either express or implied.  See the License for the  */
006100*/* specific language governing permissions and limitations    */
006200*/* under the License.                                         */
006300*/*------------------------------------------------------------*/
006400*/*                                                            */
006500*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
006600*/*                                                            */
006700*/*   Permission to use, copy, modify, and distribute          */
006800*/*   this software for any purpose with or without fee        */
006900*/*   is hereby granted, provided that the above               */
007000*/*   copyright notices appear in all copies.                  */
007100*/*                                                            */
007200*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007300*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007400*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007500*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007600*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007700*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007800*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007900*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008000*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008100*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008200*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008300*/**************************************************************/
008400 TITLE 'ACIF Reprint Cost Report'.
008500 ENVIRONMENT DIVISION.
008600 CONFIGURATION SECTION.
008700 SOURCE-COMPUTER. IBM-370.
008800 OBJECT-COMPUTER. IBM-370.
008900 INPUT-OUTPUT SECTION.
009000 FILE-CONTROL.
009100     SELECT PRINT-FILE ASSIGN TO PAPKRCST.
009200     SELECT RPRQ-FILE ASSIGN TO AS-APKRPRQ                        !@02C
009300         ORGANIZATION SEQUENTIAL.
009400     SELECT ACCT-FILE ASSIGN TO APKDACC
009500         ORGANIZATION SEQUENTIAL.
009600     SELECT HISTORY-FILE ASSIGN TO APKBSUMH
009700         ORGANIZATION SEQUENTIAL.
009800     SELECT RATE-FILE ASSIGN TO APKRATE
009900         ORGANIZATION SEQUENTIAL.
010000     EJECT
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  PRINT-FILE
010400     BLOCK CONTAINS 0
010500     LABEL RECORDS STANDARD
010600     RECORD VARYING DEPENDING ON PRINT-REC-LEN
010700     RECORDING MODE V.
010800 01  PRINT-RECORD.
010900     05  PRINT-DATA          OCCURS 1 TO 255,
011000                             DEPENDING ON PRINT-REC-LEN,
011100                             PIC X.
011200* the persistent reprint request queue, as APKRPRQM keeps it.
011300 FD  RPRQ-FILE
011400     LABEL RECORDS STANDARD
011500     RECORDING MODE F
011600     BLOCK CONTAINS 0
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  RPRQ-RECORD.
011900     05  RPRQ-STATUS         PIC X.
012000         88  RPRQ-FULFILLED  VALUE 'F'.
012100     05  RPRQ-JOBID          PIC X(8).
012200     05  RPRQ-FROM-PAGE      PIC 9(8).
012300     05  RPRQ-TO-PAGE        PIC 9(8).
012400     05  RPRQ-REQUESTER      PIC X(8).
012500     05  RPRQ-REASON         PIC X(20).
012600     05  RPRQ-ADD-DATE       PIC 9(8).
012700     05  RPRQ-FILL-DATE      PIC 9(8).
012800     05  FILLER              PIC X(11).
012900* one record per department and report number per run, appended
013000* by APKINPXT at each run's EOF.
013100 FD  ACCT-FILE
013200     LABEL RECORDS STANDARD
013300     RECORDING MODE F
013400     BLOCK CONTAINS 0
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  DACC-RECORD.
013700     05  DACC-JOBID          PIC X(8).
013800     05  DACC-RUNDATE        PIC 9(8).
013900     05  DACC-DEPT           PIC 9(4).
014000     05  DACC-REPTNUM        PIC XXX.
014100     05  DACC-PAGECNT        PIC 9(8).
014200     05  DACC-EPAGECNT       PIC 9(8).
014300     05  FILLER              PIC X(41).
014400* the summary records, one per exit invocation per day, as
014500* archived nightly by APKBSUMR.
014600 FD  HISTORY-FILE
014700     LABEL RECORDS STANDARD
014800     RECORDING MODE F
014900     BLOCK CONTAINS 0
015000     RECORD CONTAINS 80 CHARACTERS.
015100 01  SUM-RECORD.
015200     05  SUM-EXIT-ID         PIC X(8).
015300     05  SUM-JOBID           PIC X(8).
015400     05  SUM-RUNDATE         PIC 9(8).
015500     05  SUM-RUNDATE-X       REDEFINES SUM-RUNDATE.
015600         10  SUM-RUNMONTH    PIC 9(6).
015700         10  FILLER          PIC 99.
015800     05  SUM-RUNTIME         PIC X(6).
015900     05  SUM-PAGECNT         PIC 9(8).
016000     05  SUM-LINECNT         PIC 9(8).
016100     05  SUM-INSCNT          PIC 9(8).
016200     05  SUM-DELCNT          PIC 9(8).
016300     05  SUM-RESCNT          PIC 9(8).
016400     05  SUM-RECCNT          PIC 9(8).
016500     05  SUM-RECTYPE         PIC X.
016600     05  FILLER              PIC X(01).
016700* one card per report number naming its cost per page; ***
016800* names the default for reports without their own card.
016900 FD  RATE-FILE
017000     LABEL RECORDS STANDARD
017100     RECORDING MODE F
017200     BLOCK CONTAINS 0
017300     RECORD CONTAINS 80 CHARACTERS.
017400 01  RATE-CARD.
017500     05  RCTL-REPTNUM        PIC XXX.
017600     05  RCTL-RATE           PIC 9(4)V99.
017700     05  FILLER              PIC X(71).
017800     EJECT
017900 WORKING-STORAGE SECTION.
018000 77  PGMNAME                 PIC X(8) VALUE 'APKRCSTR'.
018100 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
018200 77  RPRQ-EOF-FLAG           PIC X VALUE LOW-VALUE.
018300     88  RPRQ-EOF            VALUE HIGH-VALUE.
018400     88  RPRQ-NOTEOF         VALUE LOW-VALUE.
018500 77  ACCT-EOF-FLAG           PIC X VALUE LOW-VALUE.
018600     88  ACCT-EOF            VALUE HIGH-VALUE.
018700     88  ACCT-NOTEOF         VALUE LOW-VALUE.
018800 77  HIST-EOF-FLAG           PIC X VALUE LOW-VALUE.
018900     88  HIST-EOF            VALUE HIGH-VALUE.
019000     88  HIST-NOTEOF         VALUE LOW-VALUE.
019100 77  RATE-EOF-FLAG           PIC X VALUE LOW-VALUE.
019200     88  RATE-EOF            VALUE HIGH-VALUE.
019300     88  RATE-NOTEOF         VALUE LOW-VALUE.
019400 77  ENTRY-FOUND-FLAG        PIC X VALUE LOW-VALUE.
019500     88  ENTRY-FOUND         VALUE HIGH-VALUE.
019600     88  ENTRY-NOTFOUND      VALUE LOW-VALUE.
019700 77  TRUNC-FLAG              PIC X VALUE 'N'.
019800     88  TABLE-TRUNCATED     VALUE 'Y'.
019900 77  NORATE-FLAG             PIC X VALUE 'N'.
020000     88  NO-RATE-TABLE       VALUE 'Y'.
020100 77  MAX-RATE-ENTRIES        PIC 9(4) BINARY VALUE 50.
020200 77  MAX-JOB-ENTRIES         PIC 9(4) BINARY VALUE 500.
020300 77  MAX-TOTAL-ENTRIES       PIC 9(4) BINARY VALUE 200.
020400 77  DEFAULT-RATE            PIC 9(4)V99 VALUE ZERO.
020500 77  WK-RATE                 PIC 9(4)V99 VALUE ZERO.
020600 77  WK-AMOUNT               PIC 9(9)V99 VALUE ZERO.
020700 77  WK-PAGES                PIC 9(8) BINARY VALUE ZERO.
020800 77  WK-DEPT                 PIC 9(4) VALUE ZERO.
020900 77  WK-REPTNUM              PIC XXX VALUE SPACES.
021000 77  WK-JOBID                PIC X(8) VALUE SPACES.
021100 77  WK-PCT                  PIC 9(3)V99 VALUE ZERO.
021200 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.
021300 77  REQUEST-CNTR            PIC 9(8) BINARY VALUE ZERO.
021400 77  GRAND-PAGE-CNTR         PIC 9(8) BINARY VALUE ZERO.
021500 77  GRAND-AMOUNT            PIC 9(9)V99 VALUE ZERO.
021600 77  PRODUCED-CNTR           PIC 9(8) BINARY VALUE ZERO.
021700 77  NOACCT-CNTR             PIC 9(8) BINARY VALUE ZERO.
021800* the month reported, YYYYMM.
021900 01  REPORT-MONTH-AREA.
022000     05  REPORT-MONTH        PIC 9(6) VALUE ZERO.
022100     05  REPORT-MONTH-X      REDEFINES REPORT-MONTH PIC X(6).
022200 01  FILL-DATE-WORK.
022300     05  FILL-MONTH          PIC 9(6).
022400     05  FILLER              PIC 99.
022500     SKIP1
022600* cost per page by report number, from the APKRATE cards.
022700 01  RATE-TABLE.
022800     05  RAT-CNTR            PIC 9(4) BINARY VALUE ZERO.
022900     05  RAT-ENTRY           OCCURS 50 TIMES
023000                             DEPENDING ON RAT-CNTR
023100                             INDEXED BY RAT-INDEX.
023200         10  RAT-REPTNUM     PIC XXX.
023300         10  RAT-RATE        PIC 9(4)V99.
023400     SKIP1
023500* each job's report number and department, from the accounting
023600* record with the most pages seen for the job.
023700 01  JOB-TABLE.
023800     05  JOB-CNTR            PIC 9(4) BINARY VALUE ZERO.
023900     05  JOB-ENTRY           OCCURS 500 TIMES
024000                             DEPENDING ON JOB-CNTR
024100                             INDEXED BY JOB-INDEX.
024200         10  JOB-JOBID       PIC X(8).
024300         10  JOB-DEPT        PIC 9(4).
024400         10  JOB-REPTNUM     PIC XXX.
024500         10  JOB-PAGECNT     PIC 9(8) BINARY.
024600     SKIP1
024700* reprinted pages and amount by reason.
024800 01  REASON-TABLE.
024900     05  RSN-CNTR            PIC 9(4) BINARY VALUE ZERO.
025000     05  RSN-ENTRY           OCCURS 200 TIMES
025100                             DEPENDING ON RSN-CNTR
025200                             INDEXED BY RSN-INDEX.
025300         10  RSN-REASON      PIC X(20).
025400         10  RSN-REQUESTS    PIC 9(8) BINARY.
025500         10  RSN-PAGECNT     PIC 9(8) BINARY.
025600         10  RSN-AMOUNT      PIC 9(9)V99.
025700     SKIP1
025800* reprinted pages and amount by requester.
025900 01  REQUESTER-TABLE.
026000     05  RQR-CNTR            PIC 9(4) BINARY VALUE ZERO.
026100     05  RQR-ENTRY           OCCURS 200 TIMES
026200                             DEPENDING ON RQR-CNTR
026300                             INDEXED BY RQR-INDEX.
026400         10  RQR-REQUESTER   PIC X(8).
026500         10  RQR-REQUESTS    PIC 9(8) BINARY.
026600         10  RQR-PAGECNT     PIC 9(8) BINARY.
026700         10  RQR-AMOUNT      PIC 9(9)V99.
026800     SKIP1
026900* reprinted pages and amount by report number, with the pages the
027000* report produced in the month.
027100 01  REPORT-TABLE.
027200     05  RPT-CNTR            PIC 9(4) BINARY VALUE ZERO.
027300     05  RPT-ENTRY           OCCURS 200 TIMES
027400                             DEPENDING ON RPT-CNTR
027500                             INDEXED BY RPT-INDEX.
027600         10  RPT-REPTNUM     PIC XXX.
027700         10  RPT-REQUESTS    PIC 9(8) BINARY.
027800         10  RPT-PAGECNT     PIC 9(8) BINARY.
027900         10  RPT-AMOUNT      PIC 9(9)V99.
028000         10  RPT-PRODUCED    PIC 9(8) BINARY.
028100     SKIP1
028200* reprinted pages and amount by department.
028300 01  DEPT-TABLE.
028400     05  DPT-CNTR            PIC 9(4) BINARY VALUE ZERO.
028500     05  DPT-ENTRY           OCCURS 200 TIMES
028600                             DEPENDING ON DPT-CNTR
028700                             INDEXED BY DPT-INDEX.
028800         10  DPT-DEPT        PIC 9(4).
028900         10  DPT-REQUESTS    PIC 9(8) BINARY.
029000         10  DPT-PAGECNT     PIC 9(8) BINARY.
029100         10  DPT-AMOUNT      PIC 9(9)V99.
029200     SKIP1
029300 01  PAGE-TITLE.
029400     05  FILLER              PIC X   VALUE '1'.
029500     05  FILLER              PIC X(34) VALUE
029600         'ACIF REPRINT COST REPORT FOR MONTH'.
029700     05  FILLER              PIC X VALUE SPACE.
029800     05  PT-MONTH            PIC 9(6).
029900     SKIP1
030000 01  LINE-HEADING.
030100     05  FILLER              PIC X   VALUE '-'.
030200     05  LH-TITLE            PIC X(25).
030300     05  FILLER              PIC X(9) VALUE ' REQUESTS'.
030400     05  FILLER              PIC X(12) VALUE '       PAGES'.
030500     05  FILLER              PIC X(15) VALUE '         AMOUNT'.
030600     05  LH-EXTRA            PIC X(22) VALUE SPACES.
030700     SKIP1
030800 01  LINE-COST.
030900     05  FILLER              PIC X   VALUE SPACE.
031000     05  FILLER              PIC X(4) VALUE SPACES.
031100     05  LC-KEY              PIC X(20).
031200     05  FILLER              PIC X VALUE SPACE.
031300     05  LC-REQUESTS         PIC ZZZ,ZZ9.
031400     05  FILLER              PIC X VALUE SPACE.
031500     05  LC-PAGECNT          PIC ZZZ,ZZZ,ZZ9.
031600     05  FILLER              PIC X VALUE SPACE.
031700     05  LC-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
031800     05  LC-EXTRA.
031900         10  FILLER          PIC X VALUE SPACE.
032000         10  LC-PRODUCED     PIC ZZZ,ZZZ,ZZ9.
032100         10  FILLER          PIC X VALUE SPACE.
032200         10  LC-PCT          PIC ZZ9.99.
032300         10  LC-PCT-SIGN     PIC X.
032400         10  FILLER          PIC XX VALUE SPACES.
032500     SKIP1
032600 01  LINE-TOTAL.
032700     05  LT-CC               PIC X   VALUE SPACE.
032800     05  FILLER              PIC X(02) VALUE SPACES.
032900     05  LT-LABEL            PIC X(28).
033000     05  FILLER              PIC X VALUE SPACE.
033100     05  LT-COUNT            PIC ZZZ,ZZZ,ZZ9.
033200     SKIP1
033300 01  LINE-AMOUNT.
033400     05  FILLER              PIC X   VALUE SPACE.
033500     05  FILLER              PIC X(02) VALUE SPACES.
033600     05  LA-LABEL            PIC X(28).
033700     05  FILLER              PIC X VALUE SPACE.
033800     05  LA-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
033900     SKIP1
034000 01  LINE-NOTICE.
034100     05  FILLER              PIC X   VALUE SPACE.
034200     05  LN-TEXT             PIC X(50).
034300 LINKAGE SECTION.
034400 01  PARM-AREA.
034500     05  PARM-LEN            PIC S9(4) BINARY.
034600     05  PARM-DATA           PIC X(6).
034700 TITLE 'Initialization and Main Line'.
034800 PROCEDURE DIVISION USING PARM-AREA.
034900 0000-MAINLINE.
035000     PERFORM 0010-INITIALIZE.
035100     PERFORM 0030-PROCESS-ACCT-RECORD
035200         UNTIL ACCT-EOF.
035300     CLOSE ACCT-FILE.
035400     PERFORM 0040-PROCESS-HISTORY-RECORD
035500         UNTIL HIST-EOF.
035600     CLOSE HISTORY-FILE.
035700     PERFORM 0050-PROCESS-QUEUE-ENTRY
035800         UNTIL RPRQ-EOF.
035900     CLOSE RPRQ-FILE.
036000     PERFORM 0100-PRINT-REPORT.
036100     PERFORM 0300-TERMINATE.
036200     IF NO-RATE-TABLE
036300      THEN
036400       MOVE 4 TO RETURN-CODE
036500     END-IF.
036600     STOP RUN.
036700 0010-INITIALIZE.
036800     ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
036900     IF PARM-LEN = ZERO
037000      THEN
037100       MOVE WS-RUNDATE (1 : 6) TO REPORT-MONTH-X
037200      ELSE
037300       MOVE PARM-DATA TO REPORT-MONTH-X;
037400       IF PARM-LEN NOT = 6 OR REPORT-MONTH-X NOT NUMERIC
037500        THEN
037600         DISPLAY PGMNAME ' PARM MUST BE THE MONTH, YYYYMM. '
037700           'NOTHING REPORTED.';
037800         MOVE 8 TO RETURN-CODE;
037900         STOP RUN
038000       END-IF
038100     END-IF.
038200     PERFORM 0012-LOAD-RATES.
038300     OPEN OUTPUT PRINT-FILE.
038400     OPEN INPUT ACCT-FILE.
038500     OPEN INPUT HISTORY-FILE.
038600     OPEN INPUT RPRQ-FILE.
038700     MOVE REPORT-MONTH TO PT-MONTH.
038800     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
038900     WRITE PRINT-RECORD FROM PAGE-TITLE.
039000     SET ACCT-NOTEOF TO TRUE.
039100     PERFORM 0015-READ-ACCT.
039200     SET HIST-NOTEOF TO TRUE.
039300     PERFORM 0016-READ-HISTORY.
039400     SET RPRQ-NOTEOF TO TRUE.
039500     PERFORM 0017-READ-QUEUE.
039600 0012-LOAD-RATES.
039700* the same rate table APKDACCR prices the month's pages with.
039800     OPEN INPUT RATE-FILE.
039900     SET RATE-NOTEOF TO TRUE.
040000     PERFORM UNTIL RATE-EOF
040100       READ RATE-FILE
040200        AT END
040300         SET RATE-EOF TO TRUE
040400        NOT AT END
040500         PERFORM 0013-ADD-RATE-ENTRY
040600       END-READ
040700     END-PERFORM.
040800     CLOSE RATE-FILE.
040900     IF RAT-CNTR = ZERO
041000      THEN
041100       SET NO-RATE-TABLE TO TRUE
041200     END-IF.
041300 0013-ADD-RATE-ENTRY.
041400     IF RCTL-RATE NUMERIC AND RAT-CNTR < MAX-RATE-ENTRIES
041500      THEN
041600       ADD 1 TO RAT-CNTR;
041700       SET RAT-INDEX TO RAT-CNTR;
041800       MOVE RCTL-REPTNUM TO RAT-REPTNUM (RAT-INDEX);
041900       MOVE RCTL-RATE TO RAT-RATE (RAT-INDEX);
042000       IF RCTL-REPTNUM = '***'
042100        THEN
042200         MOVE RCTL-RATE TO DEFAULT-RATE
042300       END-IF
042400     END-IF.
042500 0015-READ-ACCT.
042600     READ ACCT-FILE
042700      AT END
042800       SET ACCT-EOF TO TRUE
042900     END-READ.
043000 0016-READ-HISTORY.
043100     READ HISTORY-FILE
043200      AT END
043300       SET HIST-EOF TO TRUE
043400     END-READ.
043500 0017-READ-QUEUE.
043600     READ RPRQ-FILE
043700      AT END
043800       SET RPRQ-EOF TO TRUE
043900     END-READ.
044000     EJECT
044100 TITLE 'Tie Jobs to Reports'.
044200 0030-PROCESS-ACCT-RECORD.
044300* a job keeps the report and department of its largest record.
044400     SET ENTRY-NOTFOUND TO TRUE.
044500     SET JOB-INDEX TO 1.
044600     SEARCH JOB-ENTRY
044700      AT END
044800       IF JOB-CNTR < MAX-JOB-ENTRIES
044900        THEN
045000         ADD 1 TO JOB-CNTR;
045100         SET JOB-INDEX TO JOB-CNTR;
045200         MOVE DACC-JOBID TO JOB-JOBID (JOB-INDEX);
045300         MOVE ZERO TO JOB-PAGECNT (JOB-INDEX);
045400         SET ENTRY-FOUND TO TRUE
045500        ELSE
045600         SET TABLE-TRUNCATED TO TRUE
045700       END-IF
045800      WHEN JOB-JOBID (JOB-INDEX) = DACC-JOBID
045900       SET ENTRY-FOUND TO TRUE
046000     END-SEARCH.
046100     IF ENTRY-FOUND
046200        AND (DACC-PAGECNT > JOB-PAGECNT (JOB-INDEX)
046300             OR JOB-PAGECNT (JOB-INDEX) = ZERO)
046400      THEN
046500       MOVE DACC-DEPT TO JOB-DEPT (JOB-INDEX);
046600       MOVE DACC-REPTNUM TO JOB-REPTNUM (JOB-INDEX);
046700       MOVE DACC-PAGECNT TO JOB-PAGECNT (JOB-INDEX)
046800     END-IF.
046900     PERFORM 0015-READ-ACCT.
047000 0040-PROCESS-HISTORY-RECORD.
047100* the pages each report produced in the month: the output exit's
047200* end records for ordinary runs. a reprint run's record (type R)
047300* is not production, and a start record (S) carries no figures.
047400     IF SUM-EXIT-ID = 'APKOUTXT'
047500        AND (SUM-RECTYPE = 'E' OR SUM-RECTYPE = SPACE)
047600        AND SUM-RUNMONTH = REPORT-MONTH
047700      THEN
047800       MOVE SUM-JOBID TO WK-JOBID;
047900       PERFORM 0060-FIND-JOB-REPORT;
048000       PERFORM 0074-FIND-REPORT-ENTRY;
048100       IF ENTRY-FOUND
048200        THEN
048300         ADD SUM-PAGECNT TO RPT-PRODUCED (RPT-INDEX)
048400       END-IF;
048500       ADD SUM-PAGECNT TO PRODUCED-CNTR
048600     END-IF.
048700     PERFORM 0016-READ-HISTORY.
048800     EJECT
048900 TITLE 'Price the Reprints'.
049000 0050-PROCESS-QUEUE-ENTRY.
049100* a request counts in the month it was fulfilled.
049200     MOVE RPRQ-FILL-DATE TO FILL-DATE-WORK.
049300     IF RPRQ-FULFILLED
049400        AND RPRQ-FILL-DATE NUMERIC
049500        AND FILL-MONTH = REPORT-MONTH
049600      THEN
049700       PERFORM 0055-PRICE-REQUEST
049800     END-IF.
049900     PERFORM 0017-READ-QUEUE.
050000 0055-PRICE-REQUEST.
050100     IF RPRQ-TO-PAGE < RPRQ-FROM-PAGE
050200      THEN
050300       MOVE 1 TO WK-PAGES
050400      ELSE
050500       COMPUTE WK-PAGES = RPRQ-TO-PAGE - RPRQ-FROM-PAGE + 1
050600     END-IF.
050700     MOVE RPRQ-JOBID TO WK-JOBID.
050800     PERFORM 0060-FIND-JOB-REPORT.
050900     IF WK-REPTNUM = '???'
051000      THEN
051100       ADD 1 TO NOACCT-CNTR
051200     END-IF.
051300     MOVE DEFAULT-RATE TO WK-RATE.
051400     IF RAT-CNTR > 0
051500      THEN
051600       SET RAT-INDEX TO 1;
051700       SEARCH RAT-ENTRY
051800        AT END
051900         CONTINUE
052000        WHEN RAT-REPTNUM (RAT-INDEX) = WK-REPTNUM
052100         MOVE RAT-RATE (RAT-INDEX) TO WK-RATE
052200       END-SEARCH
052300     END-IF.
052400     COMPUTE WK-AMOUNT = WK-PAGES * WK-RATE.
052500     ADD 1 TO REQUEST-CNTR.
052600     ADD WK-PAGES TO GRAND-PAGE-CNTR.
052700     ADD WK-AMOUNT TO GRAND-AMOUNT.
052800     PERFORM 0070-TOTAL-BY-REASON.
052900     PERFORM 0072-TOTAL-BY-REQUESTER.
053000     PERFORM 0074-FIND-REPORT-ENTRY.
053100     IF ENTRY-FOUND
053200      THEN
053300       ADD 1 TO RPT-REQUESTS (RPT-INDEX);
053400       ADD WK-PAGES TO RPT-PAGECNT (RPT-INDEX);
053500       ADD WK-AMOUNT TO RPT-AMOUNT (RPT-INDEX)
053600     END-IF.
053700     PERFORM 0076-TOTAL-BY-DEPT.
053800 0060-FIND-JOB-REPORT.
053900* the report number and department of the job in WK-JOBID, or
054000* ??? and 0000 when the month's accounting never saw it.
054100     MOVE '???' TO WK-REPTNUM.
054200     MOVE ZERO TO WK-DEPT.
054300     SET JOB-INDEX TO 1.
054400     SEARCH JOB-ENTRY
054500      AT END
054600       CONTINUE
054700      WHEN JOB-JOBID (JOB-INDEX) = WK-JOBID
054800       MOVE JOB-REPTNUM (JOB-INDEX) TO WK-REPTNUM;
054900       MOVE JOB-DEPT (JOB-INDEX) TO WK-DEPT
055000     END-SEARCH.
055100 0070-TOTAL-BY-REASON.
055200     SET ENTRY-NOTFOUND TO TRUE.
055300     SET RSN-INDEX TO 1.
055400     SEARCH RSN-ENTRY
055500      AT END
055600       IF RSN-CNTR < MAX-TOTAL-ENTRIES
055700        THEN
055800         ADD 1 TO RSN-CNTR;
055900         SET RSN-INDEX TO RSN-CNTR;
056000         MOVE RPRQ-REASON TO RSN-REASON (RSN-INDEX);
056100         MOVE ZERO TO RSN-REQUESTS (RSN-INDEX);
056200         MOVE ZERO TO RSN-PAGECNT (RSN-INDEX);
056300         MOVE ZERO TO RSN-AMOUNT (RSN-INDEX);
056400         SET ENTRY-FOUND TO TRUE
056500        ELSE
056600         SET TABLE-TRUNCATED TO TRUE
056700       END-IF
056800      WHEN RSN-REASON (RSN-INDEX) = RPRQ-REASON
056900       SET ENTRY-FOUND TO TRUE
057000     END-SEARCH.
057100     IF ENTRY-FOUND
057200      THEN
057300       ADD 1 TO RSN-REQUESTS (RSN-INDEX);
057400       ADD WK-PAGES TO RSN-PAGECNT (RSN-INDEX);
057500       ADD WK-AMOUNT TO RSN-AMOUNT (RSN-INDEX)
057600     END-IF.
057700 0072-TOTAL-BY-REQUESTER.
057800     SET ENTRY-NOTFOUND TO TRUE.
057900     SET RQR-INDEX TO 1.
058000     SEARCH RQR-ENTRY
058100      AT END
058200       IF RQR-CNTR < MAX-TOTAL-ENTRIES
058300        THEN
058400         ADD 1 TO RQR-CNTR;
058500         SET RQR-INDEX TO RQR-CNTR;
058600         MOVE RPRQ-REQUESTER TO RQR-REQUESTER (RQR-INDEX);
058700         MOVE ZERO TO RQR-REQUESTS (RQR-INDEX);
058800         MOVE ZERO TO RQR-PAGECNT (RQR-INDEX);
058900         MOVE ZERO TO RQR-AMOUNT (RQR-INDEX);
059000         SET ENTRY-FOUND TO TRUE
059100        ELSE
059200         SET TABLE-TRUNCATED TO TRUE
059300       END-IF
059400      WHEN RQR-REQUESTER (RQR-INDEX) = RPRQ-REQUESTER
059500       SET ENTRY-FOUND TO TRUE
059600     END-SEARCH.
059700     IF ENTRY-FOUND
059800      THEN
059900       ADD 1 TO RQR-REQUESTS (RQR-INDEX);
060000       ADD WK-PAGES TO RQR-PAGECNT (RQR-INDEX);
060100       ADD WK-AMOUNT TO RQR-AMOUNT (RQR-INDEX)
060200     END-IF.
060300 0074-FIND-REPORT-ENTRY.
060400* the entry for WK-REPTNUM, added when new.
060500     SET ENTRY-NOTFOUND TO TRUE.
060600     SET RPT-INDEX TO 1.
060700     SEARCH RPT-ENTRY
060800      AT END
060900       IF RPT-CNTR < MAX-TOTAL-ENTRIES
061000        THEN
061100         ADD 1 TO RPT-CNTR;
061200         SET RPT-INDEX TO RPT-CNTR;
061300         MOVE WK-REPTNUM TO RPT-REPTNUM (RPT-INDEX);
061400         MOVE ZERO TO RPT-REQUESTS (RPT-INDEX);
061500         MOVE ZERO TO RPT-PAGECNT (RPT-INDEX);
061600         MOVE ZERO TO RPT-AMOUNT (RPT-INDEX);
061700         MOVE ZERO TO RPT-PRODUCED (RPT-INDEX);
061800         SET ENTRY-FOUND TO TRUE
061900        ELSE
062000         SET TABLE-TRUNCATED TO TRUE
062100       END-IF
062200      WHEN RPT-REPTNUM (RPT-INDEX) = WK-REPTNUM
062300       SET ENTRY-FOUND TO TRUE
062400     END-SEARCH.
062500 0076-TOTAL-BY-DEPT.
062600     SET ENTRY-NOTFOUND TO TRUE.
062700     SET DPT-INDEX TO 1.
062800     SEARCH DPT-ENTRY
062900      AT END
063000       IF DPT-CNTR < MAX-TOTAL-ENTRIES
063100        THEN
063200         ADD 1 TO DPT-CNTR;
063300         SET DPT-INDEX TO DPT-CNTR;
063400         MOVE WK-DEPT TO DPT-DEPT (DPT-INDEX);
063500         MOVE ZERO TO DPT-REQUESTS (DPT-INDEX);
063600         MOVE ZERO TO DPT-PAGECNT (DPT-INDEX);
063700         MOVE ZERO TO DPT-AMOUNT (DPT-INDEX);
063800         SET ENTRY-FOUND TO TRUE
063900        ELSE
064000         SET TABLE-TRUNCATED TO TRUE
064100       END-IF
064200      WHEN DPT-DEPT (DPT-INDEX) = WK-DEPT
064300       SET ENTRY-FOUND TO TRUE
064400     END-SEARCH.
064500     IF ENTRY-FOUND
064600      THEN
064700       ADD 1 TO DPT-REQUESTS (DPT-INDEX);
064800       ADD WK-PAGES TO DPT-PAGECNT (DPT-INDEX);
064900       ADD WK-AMOUNT TO DPT-AMOUNT (DPT-INDEX)
065000     END-IF.
065100     EJECT
065200 TITLE 'Print the Report'.
065300 0100-PRINT-REPORT.
065400     MOVE SPACES TO LH-EXTRA.
065500     MOVE 'BY REASON' TO LH-TITLE.
065600     PERFORM 0190-PRINT-HEADING.
065700     PERFORM 0110-PRINT-REASON-LINE
065800         VARYING RSN-INDEX FROM 1 BY 1
065900         UNTIL RSN-INDEX > RSN-CNTR.
066000     MOVE 'BY REQUESTER' TO LH-TITLE.
066100     PERFORM 0190-PRINT-HEADING.
066200     PERFORM 0120-PRINT-REQUESTER-LINE
066300         VARYING RQR-INDEX FROM 1 BY 1
066400         UNTIL RQR-INDEX > RQR-CNTR.
066500     MOVE 'BY REPORT NUMBER' TO LH-TITLE.
066600     MOVE '    PRODUCED  REPRINT%' TO LH-EXTRA.
066700     PERFORM 0190-PRINT-HEADING.
066800     PERFORM 0130-PRINT-REPORT-LINE
066900         VARYING RPT-INDEX FROM 1 BY 1
067000         UNTIL RPT-INDEX > RPT-CNTR.
067100     MOVE SPACES TO LH-EXTRA.
067200     MOVE 'BY DEPARTMENT' TO LH-TITLE.
067300     PERFORM 0190-PRINT-HEADING.
067400     PERFORM 0140-PRINT-DEPT-LINE
067500         VARYING DPT-INDEX FROM 1 BY 1
067600         UNTIL DPT-INDEX > DPT-CNTR.
067700     MOVE '0' TO LT-CC.
067800     MOVE 'REPRINT REQUESTS FULFILLED' TO LT-LABEL.
067900     MOVE REQUEST-CNTR TO LT-COUNT.
068000     PERFORM 0195-PRINT-TOTAL.
068100     MOVE SPACE TO LT-CC.
068200     MOVE 'PAGES REPRINTED' TO LT-LABEL.
068300     MOVE GRAND-PAGE-CNTR TO LT-COUNT.
068400     PERFORM 0195-PRINT-TOTAL.
068500     MOVE 'PAGES PRODUCED' TO LT-LABEL.
068600     MOVE PRODUCED-CNTR TO LT-COUNT.
068700     PERFORM 0195-PRINT-TOTAL.
068800     MOVE 'REQUESTS WITH NO ACCOUNTING' TO LT-LABEL.
068900     MOVE NOACCT-CNTR TO LT-COUNT.
069000     PERFORM 0195-PRINT-TOTAL.
069100     MOVE 'TOTAL REPRINT COST' TO LA-LABEL.
069200     MOVE GRAND-AMOUNT TO LA-AMOUNT.
069300     MOVE LENGTH OF LINE-AMOUNT TO PRINT-REC-LEN.
069400     WRITE PRINT-RECORD FROM LINE-AMOUNT.
069500     IF NO-RATE-TABLE
069600      THEN
069700       MOVE 'NO RATE TABLE - ALL AMOUNTS ARE ZERO' TO LN-TEXT;
069800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
069900       WRITE PRINT-RECORD FROM LINE-NOTICE
070000     END-IF.
070100     IF TABLE-TRUNCATED
070200      THEN
070300       MOVE 'TABLE FULL - SOME PAGES NOT ATTRIBUTED' TO LN-TEXT;
070400       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
070500       WRITE PRINT-RECORD FROM LINE-NOTICE
070600     END-IF.
070700 0110-PRINT-REASON-LINE.
070800     MOVE RSN-REASON (RSN-INDEX) TO LC-KEY.
070900     MOVE RSN-REQUESTS (RSN-INDEX) TO LC-REQUESTS.
071000     MOVE RSN-PAGECNT (RSN-INDEX) TO LC-PAGECNT.
071100     MOVE RSN-AMOUNT (RSN-INDEX) TO LC-AMOUNT.
071200     PERFORM 0180-PRINT-COST-LINE.
071300 0120-PRINT-REQUESTER-LINE.
071400     MOVE RQR-REQUESTER (RQR-INDEX) TO LC-KEY.
071500     MOVE RQR-REQUESTS (RQR-INDEX) TO LC-REQUESTS.
071600     MOVE RQR-PAGECNT (RQR-INDEX) TO LC-PAGECNT.
071700     MOVE RQR-AMOUNT (RQR-INDEX) TO LC-AMOUNT.
071800     PERFORM 0180-PRINT-COST-LINE.
071900 0130-PRINT-REPORT-LINE.
072000* the reprint rate is the reprinted pages as a percentage of the
072100* pages the report produced; a report with no production in the
072200* month (reprints of an older month's output) shows none.
072300     MOVE SPACES TO LC-KEY.
072400     STRING 'REPORT ' RPT-REPTNUM (RPT-INDEX)
072500       DELIMITED BY SIZE INTO LC-KEY.
072600     MOVE RPT-REQUESTS (RPT-INDEX) TO LC-REQUESTS.
072700     MOVE RPT-PAGECNT (RPT-INDEX) TO LC-PAGECNT.
072800     MOVE RPT-AMOUNT (RPT-INDEX) TO LC-AMOUNT.
072900     MOVE RPT-PRODUCED (RPT-INDEX) TO LC-PRODUCED.
073000     IF RPT-PRODUCED (RPT-INDEX) = ZERO
073100      THEN
073200       MOVE ZERO TO LC-PCT;
073300       MOVE SPACE TO LC-PCT-SIGN
073400      ELSE
073500       COMPUTE WK-PCT ROUNDED = RPT-PAGECNT (RPT-INDEX) * 100
073600                              / RPT-PRODUCED (RPT-INDEX)
073700         ON SIZE ERROR
073800           MOVE 999.99 TO WK-PCT
073900       END-COMPUTE;
074000       MOVE WK-PCT TO LC-PCT;
074100       MOVE '%' TO LC-PCT-SIGN
074200     END-IF.
074300     MOVE LENGTH OF LINE-COST TO PRINT-REC-LEN.
074400     WRITE PRINT-RECORD FROM LINE-COST.
074500 0140-PRINT-DEPT-LINE.
074600     MOVE SPACES TO LC-KEY.
074700     STRING 'DEPARTMENT ' DPT-DEPT (DPT-INDEX)
074800       DELIMITED BY SIZE INTO LC-KEY.
074900     MOVE DPT-REQUESTS (DPT-INDEX) TO LC-REQUESTS.
075000     MOVE DPT-PAGECNT (DPT-INDEX) TO LC-PAGECNT.
075100     MOVE DPT-AMOUNT (DPT-INDEX) TO LC-AMOUNT.
075200     PERFORM 0180-PRINT-COST-LINE.
075300 0180-PRINT-COST-LINE.
075400* the short form of the line, without the production columns.
075500     COMPUTE PRINT-REC-LEN = LENGTH OF LINE-COST
075600                           - LENGTH OF LC-EXTRA.
075700     WRITE PRINT-RECORD FROM LINE-COST.
075800 0190-PRINT-HEADING.
075900     MOVE LENGTH OF LINE-HEADING TO PRINT-REC-LEN.
076000     WRITE PRINT-RECORD FROM LINE-HEADING.
076100 0195-PRINT-TOTAL.
076200     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
076300     WRITE PRINT-RECORD FROM LINE-TOTAL.
076400 0300-TERMINATE.
076500     CLOSE PRINT-FILE.
076600 END PROGRAM APKRCSTR.
