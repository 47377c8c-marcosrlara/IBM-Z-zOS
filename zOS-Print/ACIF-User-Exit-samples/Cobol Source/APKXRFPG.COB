000051 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000100* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000100*    THE LOCATOR KEYS NOW CARRY THE BATCH WINDOW (DATE AND       *!@03A
000100*    CYCLE) IN PLACE OF THE LOAD DATE. ENTRIES ARE AGED FROM THE *!@03A
000100*    WINDOW DATE, AND THE SAME-RUN ARCHIVE COPY IS THE ONE DATED *!@03A
000100*    THAT DAY OR THE DAY AFTER.                                  *!@03A
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000101*    THE APKACXM ACCOUNT HISTORY INDEX ENTRIES OF A PURGED JOB   *!@02A
000101*    AND DAY ARE DELETED TOO, SO THE APKACXQ ACCOUNT QUERY       *!@02A
000101*    NEVER LISTS A STATEMENT WHOSE LOCATORS ARE GONE.            *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKXRFPG.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program ages and purges the persistent page
000900               locator master, run weekly in APKMAINT after the
001000               archive inventory run. APKXRFLD adds the day's
001100               page and group entries to APKXRFM every night and
001200               nothing else removes them, so the cluster held
001300               locations for archive copies APKARCMT had long
001400               since scratched. This program deletes every page
001500               entry (XRFM-RECTYPE blank) and group entry (type
001600               G) that no longer has an archive copy behind it,
001700               and the group-to-account entries in APKGACM for
001800               the same job and day, so neither an inquiry nor
001900               the returned-mail lookup can name a page the
002000               archive can no longer produce.
002033               The account history index APKACXM loses the        !@02A
002066               entries of the same job and day as well.           !@02A
002100
002200               An entry is purged when:
002300                 - its job has copies in the APKARCI inventory
002400                   but the entry is older than the oldest of
002500                   them: its own copy was scratched; or
002600                 - it is older than its report's retention (the
002700                   APKRETC cards, as APKARCMT reads them), taken
002800                   from the inventory copy made for the same job
002900                   that day. Each locator carries the date of the !@03C
003000                   batch window that loaded it, and the copy is   !@03C
003100                   written in that window, so a copy dated the    !@03C
003200                   window date or the day after (a window that    !@03C
003250                   crossed midnight) is the same run.             !@03A
003300               A job the inventory has never listed is aged
003400               against the default retention only, so a job that
003500               is not archived keeps its locators as long as the
003600               default allows.
003700
003800               The report gives, for each job, the page, group,
003900               and account entries purged and the entries kept,
004000               then the totals by reason.
004100
004200               When anything was purged from APKXRFM, the IDCAMS
004300               statements that reorganize it are written to the
004400               APKXRFR DD for the step that follows: a REPRO of
004500               the cluster to the XRFMBKUP backup dataset and, if
004600               that succeeded, a REPRO back with REUSE, so the
004700               cluster must be defined REUSE. With nothing purged
004800               APKXRFR is left empty and the reorganization does
004900               nothing.
005000
005100               If the inventory holds more entries than this
005200               program's table, or a delete fails, the step ends
005300               RC=8 and no reorganization statements are written;
005400               after a table overflow nothing at all is purged.
005500
005600               Allocate these DDs:
005700                 APKARCI  - the archive inventory, after APKARCMT
005800                            has dropped the scratched copies
005900                 APKRETC  - the retention cards, as for APKARCMT
006000                 APKXRFM  - the page locator master (VSAM KSDS)
006100                 APKGACM  - the group-to-account index (VSAM
006200                            KSDS; its APKGACX alternate index is
006300                            defined UPGRADE and follows the
006400                            deletes)
006433                 APKACXM  - the account history index (VSAM       !@02A
006466                            KSDS)                                 !@02A
006500                 APKXRFR  - the reorganization statements, 80-
006600                            byte fixed records, for IDCAMS
006700                 PAPKXRFP - the purge report, with an LRECL of
006800                            125, BLKSIZE of n*125+4, VBA
006900 DATE-WRITTEN. 15 Oct 2026.
007000 DATE-COMPILED.
007100 SECURITY. IBM SAMPLE CODE ONLY.
007200*/**************************************************************/
007300*/* Licensed under the Apache License, Version 2.0 (the        */
007400*/* "License"); you may not use this file except in compliance */
007500*/* with the License. You may obtain a copy of the License at  */
007600*/*                                                            */
007700*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007800*/*                                                            */
007900*/* Unless required by applicable law or agreed to in writing, */
008000*/* software distributed under the License is distributed on an*/
008100*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
008200*/* KIND, either express or implied.  See the License for the  */
008300*/* specific language governing permissions and limitations    */
008400*/* under the License.                                         */
008500*/*------------------------------------------------------------*/
008600*/*                                                            */
008700*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
008800*/*                                                            */
008900*/*   Permission to use, copy, modify, and distribute          */
009000*/*   this software for any purpose with or without fee        */
009100*/*   is hereby granted, provided that the above               */
009200*/*   copyright notices appear in all copies.                  */
009300*/*                                                            */
009400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
009500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
009600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
009700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
009800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
009900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
010000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
010100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
010200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
010300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
010400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
010500*/**************************************************************/
010600 TITLE 'ACIF Page Locator Master Aging and Purge'.
010700 ENVIRONMENT DIVISION.
010800 CONFIGURATION SECTION.
010900 SOURCE-COMPUTER. IBM-370.
011000 OBJECT-COMPUTER. IBM-370.
011100 INPUT-OUTPUT SECTION.
011200 FILE-CONTROL.
011300     SELECT PRINT-FILE ASSIGN TO PAPKXRFP.
011400     SELECT ARCI-FILE ASSIGN TO APKARCI
011500         ORGANIZATION SEQUENTIAL.
011600     SELECT RETC-FILE ASSIGN TO APKRETC
011700         ORGANIZATION SEQUENTIAL.
011800     SELECT REORG-FILE ASSIGN TO APKXRFR
011900         ORGANIZATION SEQUENTIAL.
012000     SELECT MASTER-FILE ASSIGN TO APKXRFM
012100         ORGANIZATION INDEXED
012200         ACCESS MODE SEQUENTIAL
012300         RECORD KEY IS XRFM-KEY
012400         FILE STATUS IS MASTER-STATUS.
012500     SELECT GACM-FILE ASSIGN TO APKGACM
012600         ORGANIZATION INDEXED
012700         ACCESS MODE SEQUENTIAL
012800         RECORD KEY IS GACM-KEY
012900         FILE STATUS IS GACM-STATUS.
012916     SELECT ACXM-FILE ASSIGN TO APKACXM                           !@02A
012933         ORGANIZATION INDEXED                                     !@02A
012950         ACCESS MODE SEQUENTIAL                                   !@02A
012966         RECORD KEY IS ACXM-KEY                                   !@02A
012983         FILE STATUS IS ACXM-STATUS.                              !@02A
013000     EJECT
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  PRINT-FILE
013400     BLOCK CONTAINS 0
013500     LABEL RECORDS STANDARD
013600     RECORD VARYING DEPENDING ON PRINT-REC-LEN
013700     RECORDING MODE V.
013800 01  PRINT-RECORD.
013900     05  PRINT-DATA          OCCURS 1 TO 255,
014000                             DEPENDING ON PRINT-REC-LEN,
014100                             PIC X.
014200* one entry per tagged archive copy still on hand.
014300 FD  ARCI-FILE
014400     LABEL RECORDS STANDARD
014500     RECORDING MODE F
014600     BLOCK CONTAINS 0
014700     RECORD CONTAINS 164 CHARACTERS.
014800 01  ARCI-RECORD             PIC X(164).
014900* one card per report number naming its retention in days;
015000* *** names the default for reports without their own card.
015100 FD  RETC-FILE
015200     LABEL RECORDS STANDARD
015300     RECORDING MODE F
015400     BLOCK CONTAINS 0
015500     RECORD CONTAINS 80 CHARACTERS.
015600 01  RETC-CARD.
015700     05  RETC-REPTNUM        PIC XXX.
015800     05  RETC-DAYS           PIC 9(8).
015900     05  FILLER              PIC X(69).
016000* IDCAMS statements for the reorganization step.
016100 FD  REORG-FILE
016200     LABEL RECORDS STANDARD
016300     RECORDING MODE F
016400     BLOCK CONTAINS 0
016500     RECORD CONTAINS 80 CHARACTERS.
016600 01  REORG-RECORD            PIC X(80).
016700* the page locator master, as loaded by APKXRFLD.
016800 FD  MASTER-FILE
016900     LABEL RECORDS STANDARD
017000     RECORD CONTAINS 80 CHARACTERS.
017100 01  XRFM-RECORD.
017200     05  XRFM-KEY.
017300         10  XRFM-PGNAME         PIC X(10).
017400         10  XRFM-JOBNAME        PIC X(8).
017500         10  XRFM-RUNDATE        PIC 9(8).
017550         10  XRFM-CYCLE          PIC 9.                           !@03A
017600         10  XRFM-PAGENUM        PIC 9(8).
017700* blank for a page record, G for a group record.
017800     05  XRFM-RECTYPE            PIC X.
017900         88  XRFM-IS-PAGE        VALUE SPACE.
018000         88  XRFM-IS-GROUP       VALUE 'G'.
018100     05  XRFM-GRPNAME-REST       PIC X(34).
018200     05  XRFM-LAST-PAGE          PIC 9(8).
018300     05  FILLER                  PIC X(2).                        !@03C
018400* the group-to-account index, one record per named group per
018500* job per day, as loaded by APKXRFLD.
018600 FD  GACM-FILE
018700     LABEL RECORDS STANDARD
018800     RECORD CONTAINS 100 CHARACTERS.
018900 01  GACM-RECORD.
019000     05  GACM-KEY.
019100         10  GACM-GRPNAME        PIC X(44).
019200         10  GACM-JOBNAME        PIC X(8).
019300         10  GACM-RUNDATE        PIC 9(8).
019350         10  GACM-CYCLE          PIC 9.                           !@03A
019400         10  GACM-FIRST-PAGE     PIC 9(8).
019500     05  GACM-LAST-PAGE          PIC 9(8).
019600     05  GACM-ACCTNO             PIC X(20).
019700     05  GACM-DELIVERY           PIC X.
019800     05  FILLER                  PIC X(2).                        !@03C
019807* the account history index, one record per account per named     !@02A
019815* group per job per batch window, as loaded by APKXRFLD.          !@03C
019823 FD  ACXM-FILE                                                    !@02A
019830     LABEL RECORDS STANDARD                                       !@02A
019838     RECORD CONTAINS 160 CHARACTERS.                              !@02A
019846 01  ACXM-RECORD.                                                 !@02A
019853     05  ACXM-KEY.                                                !@02A
019861         10  ACXM-ACCTNO         PIC X(20).                       !@02A
019869         10  ACXM-RUNDATE        PIC 9(8).                        !@02A
019872         10  ACXM-CYCLE          PIC 9.                           !@03A
019876         10  ACXM-JOBNAME        PIC X(8).                        !@02A
019884         10  ACXM-FIRST-PAGE     PIC 9(8).                        !@02A
019892     05  FILLER                  PIC X(115).                      !@03C
019900     EJECT
020000 WORKING-STORAGE SECTION.
020100 77  PGMNAME                 PIC X(8) VALUE 'APKXRFPG'.
020200 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
020300 77  MASTER-STATUS           PIC XX VALUE SPACES.
020400 77  GACM-STATUS             PIC XX VALUE SPACES.
020500 77  ARCI-EOF-FLAG           PIC X VALUE LOW-VALUE.
020600     88  ARCI-EOF            VALUE HIGH-VALUE.
020700     88  ARCI-NOTEOF         VALUE LOW-VALUE.
020800 77  RETC-EOF-FLAG           PIC X VALUE LOW-VALUE.
020900     88  RETC-EOF            VALUE HIGH-VALUE.
021000     88  RETC-NOTEOF         VALUE LOW-VALUE.
021100 77  MASTER-EOF-FLAG         PIC X VALUE LOW-VALUE.
021200     88  MASTER-EOF          VALUE HIGH-VALUE.
021300     88  MASTER-NOTEOF       VALUE LOW-VALUE.
021400 77  GACM-EOF-FLAG           PIC X VALUE LOW-VALUE.
021500     88  GACM-EOF            VALUE HIGH-VALUE.
021600     88  GACM-NOTEOF         VALUE LOW-VALUE.
021620 77  ACXM-STATUS             PIC XX VALUE SPACES.                 !@02A
021640 77  ACXM-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@02A
021660     88  ACXM-EOF            VALUE HIGH-VALUE.                    !@02A
021680     88  ACXM-NOTEOF         VALUE LOW-VALUE.                     !@02A
021700 77  MAX-ARC-ENTRIES         PIC 9(4) BINARY VALUE 2000.
021800 77  MAX-RET-ENTRIES         PIC 9(4) BINARY VALUE 50.
021900 77  MAX-DEC-ENTRIES         PIC 9(4) BINARY VALUE 2000.
022000 77  MAX-JOB-ENTRIES         PIC 9(4) BINARY VALUE 500.
022100 77  ARC-TRUNC-FLAG          PIC X VALUE 'N'.
022200     88  ARC-TRUNCATED       VALUE 'Y'.
022300 77  JOB-TRUNC-FLAG          PIC X VALUE 'N'.
022400     88  JOB-TRUNCATED       VALUE 'Y'.
022500 77  JOB-KNOWN-FLAG          PIC X VALUE 'N'.
022600     88  JOB-KNOWN           VALUE 'Y'.
022700 77  COPY-FOUND-FLAG         PIC X VALUE 'N'.
022800     88  COPY-FOUND          VALUE 'Y'.
022900 77  JOB-FOUND-FLAG          PIC X VALUE 'N'.
023000     88  JOB-FOUND           VALUE 'Y'.
023100* the decision for one job and window date: keep, purge because   !@03C
023200* the job's copy of that day was scratched, or purge because the
023300* entry is past its report's retention.
023400 77  WK-DECISION             PIC X VALUE SPACE.
023500     88  KEEP-ENTRY          VALUE 'K'.
023600     88  PURGE-SCRATCHED     VALUE 'S'.
023700     88  PURGE-EXPIRED       VALUE 'E'.
023800 77  WK-JOBNAME              PIC X(8) VALUE SPACES.
023900 77  WK-LOADDATE             PIC 9(8) VALUE ZERO.
024000 77  WK-REPTNUM              PIC XXX VALUE SPACES.
024100* the nightly window may cross midnight: a copy dated up to this  !@03C
024200* many days after the locator's window date is the same run.      !@03C
024300 77  MATCH-WINDOW-DAYS       PIC S9(8) BINARY VALUE 1.
024400 77  DEFAULT-RET-DAYS        PIC 9(8) BINARY VALUE 2555.
024500 77  WK-RET-DAYS             PIC 9(8) BINARY VALUE ZERO.
024600 77  PAGE-PURGED-CNTR        PIC 9(8) BINARY VALUE ZERO.
024700 77  GROUP-PURGED-CNTR       PIC 9(8) BINARY VALUE ZERO.
024800 77  ACCT-PURGED-CNTR        PIC 9(8) BINARY VALUE ZERO.
024850 77  INDEX-PURGED-CNTR       PIC 9(8) BINARY VALUE ZERO.          !@02A
024900 77  SCRATCHED-CNTR          PIC 9(8) BINARY VALUE ZERO.
025000 77  EXPIRED-CNTR            PIC 9(8) BINARY VALUE ZERO.
025100 77  KEPT-CNTR               PIC 9(8) BINARY VALUE ZERO.
025200 77  DELETE-ERR-CNTR         PIC 9(8) BINARY VALUE ZERO.
025300 77  PURGED-DISP             PIC ZZZ,ZZZ,ZZ9.
025400 77  KEPT-DISP               PIC ZZZ,ZZZ,ZZ9.
025500* day arithmetic goes through the shared APKDAYNO member, so
025600* ages are exact across month, year, and century boundaries.
025700 77  APKDAYNO                PIC X(8) VALUE 'APKDAYNO'.
025800 77  WS-TODAY                PIC 9(8) VALUE ZERO.
025900 77  WS-TODAY-DAYNO          PIC 9(8) BINARY VALUE ZERO.
026000 77  WS-COPY-DAYNO           PIC 9(8) BINARY VALUE ZERO.
026100 77  WS-LOAD-DAYNO           PIC 9(8) BINARY VALUE ZERO.
026200 77  WS-OLDEST-DAYNO         PIC 9(8) BINARY VALUE ZERO.
026300 77  WS-AGE                  PIC S9(8) BINARY VALUE ZERO.
026400 77  WS-GAP                  PIC S9(8) BINARY VALUE ZERO.
026500* the inventory entry, staged through working storage as in
026600* APKARCMT.
026700 01  WK-ARCI-RECORD.
026800     05  WK-JOBID            PIC X(8).
026900     05  WK-RUNDATE          PIC 9(8).
027000     05  WK-RUNTIME          PIC X(6).
027100     05  WK-DSNAME           PIC X(44).
027200     05  WK-ARCI-REPTNUM     PIC XXX.
027300     05  WK-RECCNT           PIC 9(8).
027400     05  WK-PAGECNT          PIC 9(8).
027500     05  WK-TLECNT           PIC 9(8).
027600     05  WK-UNTAGGED         PIC 9(8).
027700     05  WK-ATTR-SOURCES     PIC X(24).
027800     05  FILLER              PIC X(39).
027900* the surviving archive copies: job, day number of the run date,
028000* and report number.
028100 01  ARC-TABLE.
028200     05  AC-CNTR             PIC 9(4) BINARY VALUE ZERO.
028300     05  AC-ENTRY            OCCURS 2000 TIMES
028400                             DEPENDING ON AC-CNTR
028500                             INDEXED BY AC-INDEX.
028600         10  AC-JOBID        PIC X(8).
028700         10  AC-DAYNO        PIC 9(8) BINARY.
028800         10  AC-REPTNUM      PIC XXX.
028900* retention days by report number, from the APKRETC cards.
029000 01  RET-TABLE.
029100     05  RET-CNTR            PIC 9(4) BINARY VALUE ZERO.
029200     05  RET-ENTRY           OCCURS 50 TIMES
029300                             DEPENDING ON RET-CNTR
029400                             INDEXED BY RET-INDEX.
029500         10  RET-REPTNUM     PIC XXX.
029600         10  RET-DAYS        PIC 9(8) BINARY.
029700* decisions already made, by job and window date: a night's run   !@03C
029800* puts thousands of locators under one job and date, and each
029900* needs the same answer.
030000 01  DEC-TABLE.
030100     05  DC-CNTR             PIC 9(4) BINARY VALUE ZERO.
030200     05  DC-ENTRY            OCCURS 2000 TIMES
030300                             DEPENDING ON DC-CNTR
030400                             INDEXED BY DC-INDEX.
030500         10  DC-JOBNAME      PIC X(8).
030600         10  DC-LOADDATE     PIC 9(8).
030700         10  DC-DECISION     PIC X.
030800* the counts reported for each job.
030900 01  JOB-TABLE.
031000     05  JB-CNTR             PIC 9(4) BINARY VALUE ZERO.
031100     05  JB-ENTRY            OCCURS 500 TIMES
031200                             DEPENDING ON JB-CNTR
031300                             INDEXED BY JB-INDEX.
031400         10  JB-JOBNAME      PIC X(8).
031500         10  JB-PAGES        PIC 9(8) BINARY.
031600         10  JB-GROUPS       PIC 9(8) BINARY.
031700         10  JB-ACCTS        PIC 9(8) BINARY.
031750         10  JB-INDEXED      PIC 9(8) BINARY.                     !@02A
031800         10  JB-KEPT         PIC 9(8) BINARY.
031900* the reorganization statements.
032000 01  REORG-UNLOAD.
032100     05  FILLER              PIC X(40) VALUE
032200         ' REPRO INFILE(APKXRFM) OUTFILE(XRFMBKUP)'.
032300     05  FILLER              PIC X(40) VALUE SPACES.
032400 01  REORG-TEST.
032500     05  FILLER              PIC X(17) VALUE
032600         ' IF LASTCC = 0 -'.
032700     05  FILLER              PIC X(63) VALUE SPACES.
032800 01  REORG-RELOAD.
032900     05  FILLER              PIC X(51) VALUE
033000         '   THEN REPRO INFILE(XRFMBKUP) OUTFILE(APKXRFM) -'.
033100     05  FILLER              PIC X(29) VALUE SPACES.
033200 01  REORG-REUSE.
033300     05  FILLER              PIC X(18) VALUE
033400         '        REUSE'.
033500     05  FILLER              PIC X(62) VALUE SPACES.
033600     SKIP1
033700 01  PAGE-TITLE.
033800     05  FILLER              PIC X   VALUE '1'.
033900     05  FILLER              PIC X(40) VALUE
034000         'ACIF PAGE LOCATOR MASTER AGING AND PURGE'.
034100         SKIP1
034200 01  PAGE-SUBTITLE.
034300     05  FILLER              PIC X   VALUE '0'.
034400     05  FILLER              PIC X(8) VALUE 'JOB'.
034500     05  FILLER              PIC X(3) VALUE SPACES.
034600     05  FILLER              PIC X(12) VALUE ' PAGES PURGD'.
034700     05  FILLER              PIC X(3) VALUE SPACES.
034800     05  FILLER              PIC X(12) VALUE 'GROUPS PURGD'.
034900     05  FILLER              PIC X(3) VALUE SPACES.
035000     05  FILLER              PIC X(12) VALUE ' ACCTS PURGD'.
035100     05  FILLER              PIC X(3) VALUE SPACES.
035133     05  FILLER              PIC X(12) VALUE ' INDEX PURGD'.      !@02A
035166     05  FILLER              PIC X(3) VALUE SPACES.               !@02A
035200     05  FILLER              PIC X(12) VALUE '        KEPT'.
035300         SKIP1
035400 01  LINE-DETAIL.
035500     05  LD-CC               PIC X   VALUE SPACE.
035600     05  LD-JOBNAME          PIC X(8).
035700     05  FILLER              PIC X(4) VALUE SPACES.
035800     05  LD-PAGES            PIC ZZZ,ZZZ,ZZ9.
035900     05  FILLER              PIC X(4) VALUE SPACES.
036000     05  LD-GROUPS           PIC ZZZ,ZZZ,ZZ9.
036100     05  FILLER              PIC X(4) VALUE SPACES.
036200     05  LD-ACCTS            PIC ZZZ,ZZZ,ZZ9.
036300     05  FILLER              PIC X(4) VALUE SPACES.
036333     05  LD-INDEXED          PIC ZZZ,ZZZ,ZZ9.                     !@02A
036366     05  FILLER              PIC X(4) VALUE SPACES.               !@02A
036400     05  LD-KEPT             PIC ZZZ,ZZZ,ZZ9.
036500         SKIP1
036600 01  LINE-TOTAL.
036700     05  LT-CC               PIC X   VALUE SPACE.
036800     05  FILLER              PIC X(02) VALUE SPACES.
036900     05  LT-LABEL            PIC X(32).
037000     05  FILLER              PIC X VALUE SPACE.
037100     05  LT-COUNT            PIC ZZZ,ZZZ,ZZ9.
037200         SKIP1
037300 01  LINE-NOTICE.
037400     05  FILLER              PIC X   VALUE SPACE.
037500     05  LN-TEXT             PIC X(60).
037600/ PROCESSING.
037700 TITLE 'Initialization and Main Line'.
037800 PROCEDURE DIVISION.
037900 0000-MAINLINE.
038000     PERFORM 0010-INITIALIZE.
038100* with the inventory only partly loaded every job's copies are
038200* in doubt, so nothing is purged.
038300     IF ARC-TRUNCATED
038400      THEN
038500       DISPLAY PGMNAME ' INVENTORY TABLE FULL. NOTHING'
038600         ' PURGED.';
038700       MOVE 'INVENTORY TABLE FULL - NOTHING PURGED' TO LN-TEXT;
038800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
038900       WRITE PRINT-RECORD FROM LINE-NOTICE;
039000       MOVE 8 TO RETURN-CODE
039100      ELSE
039200       PERFORM 0100-PURGE-MASTER;
039300       PERFORM 0150-PURGE-ACCOUNTS;
039350       PERFORM 0170-PURGE-INDEX;                                  !@02A
039400       PERFORM 0200-WRITE-REORG
039500     END-IF.
039600     PERFORM 0300-TERMINATE.
039700     STOP RUN.
039800 0010-INITIALIZE.
039900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
040000     CALL APKDAYNO USING WS-TODAY, WS-TODAY-DAYNO.
040100     PERFORM 0015-LOAD-RETENTIONS.
040200     PERFORM 0030-LOAD-INVENTORY.
040300     OPEN OUTPUT PRINT-FILE.
040400     OPEN OUTPUT REORG-FILE.
040500     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
040600     WRITE PRINT-RECORD FROM PAGE-TITLE.
040700     MOVE LENGTH OF PAGE-SUBTITLE TO PRINT-REC-LEN.
040800     WRITE PRINT-RECORD FROM PAGE-SUBTITLE.
040900 0015-LOAD-RETENTIONS.
041000* an absent or empty control file leaves the table empty and
041100* every report gets the built-in seven-year default, as in
041200* APKARCMT.
041300     OPEN INPUT RETC-FILE.
041400     SET RETC-NOTEOF TO TRUE.
041500     PERFORM UNTIL RETC-EOF
041600       READ RETC-FILE INTO RETC-CARD
041700        AT END
041800         SET RETC-EOF TO TRUE
041900        NOT AT END
042000         PERFORM 0020-ADD-RET-ENTRY
042100       END-READ
042200     END-PERFORM.
042300     CLOSE RETC-FILE.
042400 0020-ADD-RET-ENTRY.
042500     IF RETC-DAYS NUMERIC AND RET-CNTR < MAX-RET-ENTRIES
042600      THEN
042700       ADD 1 TO RET-CNTR;
042800       SET RET-INDEX TO RET-CNTR;
042900       MOVE RETC-REPTNUM TO RET-REPTNUM (RET-INDEX);
043000       MOVE RETC-DAYS TO RET-DAYS (RET-INDEX);
043100       IF RETC-REPTNUM = '***'
043200        THEN
043300         MOVE RETC-DAYS TO DEFAULT-RET-DAYS
043400       END-IF
043500     END-IF.
043600 0030-LOAD-INVENTORY.
043700     OPEN INPUT ARCI-FILE.
043800     SET ARCI-NOTEOF TO TRUE.
043900     PERFORM UNTIL ARCI-EOF
044000       READ ARCI-FILE INTO WK-ARCI-RECORD
044100        AT END
044200         SET ARCI-EOF TO TRUE
044300        NOT AT END
044400         PERFORM 0035-ADD-ARC-ENTRY
044500       END-READ
044600     END-PERFORM.
044700     CLOSE ARCI-FILE.
044800 0035-ADD-ARC-ENTRY.
044900     IF AC-CNTR < MAX-ARC-ENTRIES
045000      THEN
045100       ADD 1 TO AC-CNTR;
045200       SET AC-INDEX TO AC-CNTR;
045300       MOVE WK-JOBID TO AC-JOBID (AC-INDEX);
045400       CALL APKDAYNO USING WK-RUNDATE, WS-COPY-DAYNO;
045500       MOVE WS-COPY-DAYNO TO AC-DAYNO (AC-INDEX);
045600       MOVE WK-ARCI-REPTNUM TO AC-REPTNUM (AC-INDEX)
045700      ELSE
045800       SET ARC-TRUNCATED TO TRUE
045900     END-IF.
046000 0050-FIND-RETENTION.
046100* a report named in the control cards uses its own retention;
046200* all others use the default (itself settable via a *** card).
046300     MOVE DEFAULT-RET-DAYS TO WK-RET-DAYS.
046400     IF RET-CNTR > 0
046500      THEN
046600       SET RET-INDEX TO 1;
046700       SEARCH RET-ENTRY
046800        AT END
046900         CONTINUE
047000        WHEN RET-REPTNUM (RET-INDEX) = WK-REPTNUM
047100         MOVE RET-DAYS (RET-INDEX) TO WK-RET-DAYS
047200       END-SEARCH
047300     END-IF.
047400     EJECT
047500 TITLE 'Purge the Page Locator Master'.
047600 0100-PURGE-MASTER.
047700     OPEN I-O MASTER-FILE.
047800     SET MASTER-NOTEOF TO TRUE.
047900     PERFORM 0105-READ-MASTER.
048000     PERFORM 0110-CHECK-MASTER-RECORD
048100         UNTIL MASTER-EOF.
048200     CLOSE MASTER-FILE.
048300 0105-READ-MASTER.
048400     READ MASTER-FILE NEXT RECORD
048500      AT END
048600       SET MASTER-EOF TO TRUE
048700     END-READ.
048800 0110-CHECK-MASTER-RECORD.
048900* only page and group entries are aged; anything else, and an
049000* entry whose window date is unreadable, is left alone.           !@03C
049100     IF (XRFM-IS-PAGE OR XRFM-IS-GROUP)
049200         AND XRFM-RUNDATE NUMERIC
049300      THEN
049400       MOVE XRFM-JOBNAME TO WK-JOBNAME;
049500       MOVE XRFM-RUNDATE TO WK-LOADDATE;
049600       PERFORM 0400-DECIDE;
049700       PERFORM 0450-FIND-JOB
049800      ELSE
049900       SET KEEP-ENTRY TO TRUE;
050000       MOVE 'N' TO JOB-FOUND-FLAG
050100     END-IF.
050200     IF KEEP-ENTRY
050300      THEN
050400       ADD 1 TO KEPT-CNTR;
050500       IF JOB-FOUND
050600        THEN
050700         ADD 1 TO JB-KEPT (JB-INDEX)
050800       END-IF
050900      ELSE
051000       DELETE MASTER-FILE RECORD
051100        INVALID KEY
051200         ADD 1 TO DELETE-ERR-CNTR;
051300         DISPLAY PGMNAME ' APKXRFM DELETE FAILED, STATUS '
051400           MASTER-STATUS ', KEY ' XRFM-KEY
051500        NOT INVALID KEY
051600         PERFORM 0120-COUNT-MASTER-PURGE
051700       END-DELETE
051800     END-IF.
051900     PERFORM 0105-READ-MASTER.
052000 0120-COUNT-MASTER-PURGE.
052100     IF XRFM-IS-GROUP
052200      THEN
052300       ADD 1 TO GROUP-PURGED-CNTR;
052400       IF JOB-FOUND
052500        THEN
052600         ADD 1 TO JB-GROUPS (JB-INDEX)
052700       END-IF
052800      ELSE
052900       ADD 1 TO PAGE-PURGED-CNTR;
053000       IF JOB-FOUND
053100        THEN
053200         ADD 1 TO JB-PAGES (JB-INDEX)
053300       END-IF
053400     END-IF.
053500     PERFORM 0130-COUNT-REASON.
053600 0130-COUNT-REASON.
053700     IF PURGE-SCRATCHED
053800      THEN
053900       ADD 1 TO SCRATCHED-CNTR
054000      ELSE
054100       ADD 1 TO EXPIRED-CNTR
054200     END-IF.
054300 0150-PURGE-ACCOUNTS.
054400* the group-to-account entries of a purged job and day go with
054500* its group entries; the same decision applies.
054600     OPEN I-O GACM-FILE.
054700     SET GACM-NOTEOF TO TRUE.
054800     PERFORM 0155-READ-GACM.
054900     PERFORM 0160-CHECK-GACM-RECORD
055000         UNTIL GACM-EOF.
055100     CLOSE GACM-FILE.
055200 0155-READ-GACM.
055300     READ GACM-FILE NEXT RECORD
055400      AT END
055500       SET GACM-EOF TO TRUE
055600     END-READ.
055700 0160-CHECK-GACM-RECORD.
055800     IF GACM-RUNDATE NUMERIC
055900      THEN
056000       MOVE GACM-JOBNAME TO WK-JOBNAME;
056100       MOVE GACM-RUNDATE TO WK-LOADDATE;
056200       PERFORM 0400-DECIDE;
056300       PERFORM 0450-FIND-JOB
056400      ELSE
056500       SET KEEP-ENTRY TO TRUE
056600     END-IF.
056700     IF NOT KEEP-ENTRY
056800      THEN
056900       DELETE GACM-FILE RECORD
057000        INVALID KEY
057100         ADD 1 TO DELETE-ERR-CNTR;
057200         DISPLAY PGMNAME ' APKGACM DELETE FAILED, STATUS '
057300           GACM-STATUS ', KEY ' GACM-KEY
057400        NOT INVALID KEY
057500         ADD 1 TO ACCT-PURGED-CNTR;
057600         PERFORM 0130-COUNT-REASON;
057700         IF JOB-FOUND
057800          THEN
057900           ADD 1 TO JB-ACCTS (JB-INDEX)
058000         END-IF
058100       END-DELETE
058200     END-IF.
058300     PERFORM 0155-READ-GACM.
058302 0170-PURGE-INDEX.                                                !@02A
058304* the account history index entries of a purged job and day go    !@02A
058307* with its group entries too.                                     !@02A
058309     OPEN I-O ACXM-FILE.                                          !@02A
058311     SET ACXM-NOTEOF TO TRUE.                                     !@02A
058314     PERFORM 0175-READ-ACXM.                                      !@02A
058316     PERFORM 0180-CHECK-ACXM-RECORD                               !@02A
058319         UNTIL ACXM-EOF.                                          !@02A
058321     CLOSE ACXM-FILE.                                             !@02A
058323 0175-READ-ACXM.                                                  !@02A
058326     READ ACXM-FILE NEXT RECORD                                   !@02A
058328      AT END                                                      !@02A
058330       SET ACXM-EOF TO TRUE                                       !@02A
058333     END-READ.                                                    !@02A
058335 0180-CHECK-ACXM-RECORD.                                          !@02A
058338     IF ACXM-RUNDATE NUMERIC                                      !@02A
058340      THEN                                                        !@02A
058342       MOVE ACXM-JOBNAME TO WK-JOBNAME;                           !@02A
058345       MOVE ACXM-RUNDATE TO WK-LOADDATE;                          !@02A
058347       PERFORM 0400-DECIDE;                                       !@02A
058350       PERFORM 0450-FIND-JOB                                      !@02A
058352      ELSE                                                        !@02A
058354       SET KEEP-ENTRY TO TRUE                                     !@02A
058357     END-IF.                                                      !@02A
058359     IF NOT KEEP-ENTRY                                            !@02A
058361      THEN                                                        !@02A
058364       DELETE ACXM-FILE RECORD                                    !@02A
058366        INVALID KEY                                               !@02A
058369         ADD 1 TO DELETE-ERR-CNTR;                                !@02A
058371         DISPLAY PGMNAME ' APKACXM DELETE FAILED, STATUS '        !@02A
058373           ACXM-STATUS ', KEY ' ACXM-KEY                          !@02A
058376        NOT INVALID KEY                                           !@02A
058378         ADD 1 TO INDEX-PURGED-CNTR;                              !@02A
058380         PERFORM 0130-COUNT-REASON;                               !@02A
058383         IF JOB-FOUND                                             !@02A
058385          THEN                                                    !@02A
058388           ADD 1 TO JB-INDEXED (JB-INDEX)                         !@02A
058390         END-IF                                                   !@02A
058392       END-DELETE                                                 !@02A
058395     END-IF.                                                      !@02A
058397     PERFORM 0175-READ-ACXM.                                      !@02A
058400 0200-WRITE-REORG.
058500* the master is reorganized only when something left it, and
058600* never after a failed delete: the step's return code stops the
058700* IDCAMS step then anyway, but an empty APKXRFR keeps a restart
058800* of that step alone from running against a master in doubt.
058900     IF PAGE-PURGED-CNTR + GROUP-PURGED-CNTR > ZERO
059000         AND DELETE-ERR-CNTR = ZERO
059100      THEN
059200       WRITE REORG-RECORD FROM REORG-UNLOAD;
059300       WRITE REORG-RECORD FROM REORG-TEST;
059400       WRITE REORG-RECORD FROM REORG-RELOAD;
059500       WRITE REORG-RECORD FROM REORG-REUSE
059600     END-IF.
059700     EJECT
059800 TITLE 'Aging Decision'.
059900 0400-DECIDE.
060000* one decision per job and window date, remembered for the rest   !@03C
060100* of the run; once the table is full the decision is simply
060200* made again each time.
060300     MOVE SPACE TO WK-DECISION.
060400     IF DC-CNTR > 0
060500      THEN
060600       SET DC-INDEX TO 1;
060700       SEARCH DC-ENTRY
060800        AT END
060900         CONTINUE
061000        WHEN DC-JOBNAME (DC-INDEX) = WK-JOBNAME
061100         AND DC-LOADDATE (DC-INDEX) = WK-LOADDATE
061200         MOVE DC-DECISION (DC-INDEX) TO WK-DECISION
061300       END-SEARCH
061400     END-IF.
061500     IF WK-DECISION = SPACE
061600      THEN
061700       PERFORM 0410-JUDGE-ENTRY;
061800       IF DC-CNTR < MAX-DEC-ENTRIES
061900        THEN
062000         ADD 1 TO DC-CNTR;
062100         SET DC-INDEX TO DC-CNTR;
062200         MOVE WK-JOBNAME TO DC-JOBNAME (DC-INDEX);
062300         MOVE WK-LOADDATE TO DC-LOADDATE (DC-INDEX);
062400         MOVE WK-DECISION TO DC-DECISION (DC-INDEX)
062500       END-IF
062600     END-IF.
062700 0410-JUDGE-ENTRY.
062800     CALL APKDAYNO USING WK-LOADDATE, WS-LOAD-DAYNO.
062900     COMPUTE WS-AGE = WS-TODAY-DAYNO - WS-LOAD-DAYNO.
063000     MOVE 'N' TO JOB-KNOWN-FLAG.
063100     MOVE 'N' TO COPY-FOUND-FLAG.
063200     MOVE 99999999 TO WS-OLDEST-DAYNO.
063300     MOVE DEFAULT-RET-DAYS TO WK-RET-DAYS.
063400     IF AC-CNTR > 0
063500      THEN
063600       PERFORM 0420-CHECK-COPY
063700           VARYING AC-INDEX FROM 1 BY 1
063800           UNTIL AC-INDEX > AC-CNTR OR COPY-FOUND
063900     END-IF.
064000* a job with copies on hand, none of them as old as this entry,
064100* had this day's copy scratched. otherwise the entry ages
064200* against its copy's report retention, or the default when the
064300* job was never archived.
064400     IF JOB-KNOWN AND NOT COPY-FOUND
064500         AND WS-LOAD-DAYNO < WS-OLDEST-DAYNO
064600      THEN
064700       SET PURGE-SCRATCHED TO TRUE
064800      ELSE
064900       IF WS-AGE > WK-RET-DAYS
065000        THEN
065100         SET PURGE-EXPIRED TO TRUE
065200        ELSE
065300         SET KEEP-ENTRY TO TRUE
065400       END-IF
065500     END-IF.
065600 0420-CHECK-COPY.
065700     IF AC-JOBID (AC-INDEX) = WK-JOBNAME
065800      THEN
065900       SET JOB-KNOWN TO TRUE;
066000       IF AC-DAYNO (AC-INDEX) < WS-OLDEST-DAYNO
066100        THEN
066200         MOVE AC-DAYNO (AC-INDEX) TO WS-OLDEST-DAYNO
066300       END-IF;
066400       COMPUTE WS-GAP = AC-DAYNO (AC-INDEX) - WS-LOAD-DAYNO;      !@03C
066500       IF WS-GAP NOT < ZERO AND WS-GAP NOT > MATCH-WINDOW-DAYS
066600        THEN
066700         SET COPY-FOUND TO TRUE;
066800         MOVE AC-REPTNUM (AC-INDEX) TO WK-REPTNUM;
066900         PERFORM 0050-FIND-RETENTION
067000       END-IF
067100     END-IF.
067200 0450-FIND-JOB.
067300* the job's line in the report, added on first sight. past the
067400* table's size a job is counted in the totals only.
067500     MOVE 'N' TO JOB-FOUND-FLAG.
067600     IF JB-CNTR > 0
067700      THEN
067800       SET JB-INDEX TO 1;
067900       SEARCH JB-ENTRY
068000        AT END
068100         CONTINUE
068200        WHEN JB-JOBNAME (JB-INDEX) = WK-JOBNAME
068300         SET JOB-FOUND TO TRUE
068400       END-SEARCH
068500     END-IF.
068600     IF NOT JOB-FOUND
068700      THEN
068800       IF JB-CNTR < MAX-JOB-ENTRIES
068900        THEN
069000         ADD 1 TO JB-CNTR;
069100         SET JB-INDEX TO JB-CNTR;
069200         MOVE WK-JOBNAME TO JB-JOBNAME (JB-INDEX);
069300         MOVE ZERO TO JB-PAGES (JB-INDEX), JB-GROUPS (JB-INDEX),
069400                      JB-ACCTS (JB-INDEX), JB-INDEXED (JB-INDEX), !@02C
069450                      JB-KEPT (JB-INDEX);                         !@02A
069500         SET JOB-FOUND TO TRUE
069600        ELSE
069700         SET JOB-TRUNCATED TO TRUE
069800       END-IF
069900     END-IF.
070000     EJECT
070100 TITLE 'Report and Termination'.
070200 0300-TERMINATE.
070300     PERFORM 0310-PRINT-JOB-LINE
070400         VARYING JB-INDEX FROM 1 BY 1
070500         UNTIL JB-INDEX > JB-CNTR.
070600     IF JOB-TRUNCATED
070700      THEN
070800       MOVE 'JOB TABLE FULL - LATER JOBS IN TOTALS ONLY'
070900         TO LN-TEXT;
071000       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
071100       WRITE PRINT-RECORD FROM LINE-NOTICE
071200     END-IF.
071300     MOVE 'PAGE ENTRIES PURGED' TO LT-LABEL.
071400     MOVE PAGE-PURGED-CNTR TO LT-COUNT.
071500     PERFORM 0320-PRINT-TOTAL.
071600     MOVE 'GROUP ENTRIES PURGED' TO LT-LABEL.
071700     MOVE GROUP-PURGED-CNTR TO LT-COUNT.
071800     PERFORM 0320-PRINT-TOTAL.
071900     MOVE 'ACCOUNT ENTRIES PURGED' TO LT-LABEL.
072000     MOVE ACCT-PURGED-CNTR TO LT-COUNT.
072100     PERFORM 0320-PRINT-TOTAL.
072125     MOVE 'ACCOUNT INDEX ENTRIES PURGED' TO LT-LABEL.             !@02A
072150     MOVE INDEX-PURGED-CNTR TO LT-COUNT.                          !@02A
072175     PERFORM 0320-PRINT-TOTAL.                                    !@02A
072200     MOVE '  ARCHIVE COPY SCRATCHED' TO LT-LABEL.
072300     MOVE SCRATCHED-CNTR TO LT-COUNT.
072400     PERFORM 0320-PRINT-TOTAL.
072500     MOVE '  PAST REPORT RETENTION' TO LT-LABEL.
072600     MOVE EXPIRED-CNTR TO LT-COUNT.
072700     PERFORM 0320-PRINT-TOTAL.
072800     MOVE 'MASTER ENTRIES KEPT' TO LT-LABEL.
072900     MOVE KEPT-CNTR TO LT-COUNT.
073000     PERFORM 0320-PRINT-TOTAL.
073100     IF DELETE-ERR-CNTR > ZERO
073200      THEN
073300       MOVE 'DELETES FAILED' TO LT-LABEL;
073400       MOVE DELETE-ERR-CNTR TO LT-COUNT;
073500       PERFORM 0320-PRINT-TOTAL;
073600       MOVE 'DELETE FAILED - MASTER NOT REORGANIZED' TO LN-TEXT;
073700       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
073800       WRITE PRINT-RECORD FROM LINE-NOTICE;
073900       MOVE 8 TO RETURN-CODE
074000     END-IF.
074100     CLOSE PRINT-FILE.
074200     CLOSE REORG-FILE.
074300     COMPUTE PURGED-DISP = PAGE-PURGED-CNTR + GROUP-PURGED-CNTR.
074400     MOVE KEPT-CNTR TO KEPT-DISP.
074500     DISPLAY PGMNAME, PURGED-DISP, ' MASTER ENTRIES PURGED,',
074600         KEPT-DISP, ' KEPT.'.
074700     MOVE ACCT-PURGED-CNTR TO PURGED-DISP.
074800     DISPLAY PGMNAME, PURGED-DISP, ' ACCOUNT ENTRIES PURGED.'.
074825     MOVE INDEX-PURGED-CNTR TO PURGED-DISP.                       !@02A
074850     DISPLAY PGMNAME, PURGED-DISP,                                !@02A
074875         ' ACCOUNT INDEX ENTRIES PURGED.'.                        !@02A
074900 0310-PRINT-JOB-LINE.
075000     MOVE JB-JOBNAME (JB-INDEX) TO LD-JOBNAME.
075100     MOVE JB-PAGES (JB-INDEX) TO LD-PAGES.
075200     MOVE JB-GROUPS (JB-INDEX) TO LD-GROUPS.
075300     MOVE JB-ACCTS (JB-INDEX) TO LD-ACCTS.
075350     MOVE JB-INDEXED (JB-INDEX) TO LD-INDEXED.                    !@02A
075400     MOVE JB-KEPT (JB-INDEX) TO LD-KEPT.
075500     MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN.
075600     WRITE PRINT-RECORD FROM LINE-DETAIL.
075700 0320-PRINT-TOTAL.
075800     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
075900     WRITE PRINT-RECORD FROM LINE-TOTAL.
076000 END PROGRAM APKXRFPG.
