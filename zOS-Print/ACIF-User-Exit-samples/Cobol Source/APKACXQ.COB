000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000104*    THE INDEX KEY NOW CARRIES THE BATCH WINDOW (DATE AND CYCLE) *!@03A
000106*    IN PLACE OF THE LOAD DATE, SO THE SAME-RUN ARCHIVE COPY IS  *!@03A
000108*    THE ONE DATED THE WINDOW DATE OR THE DAY AFTER.             *!@03A
000110* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000110*    EACH REQUEST CARD NOW NAMES WHO ASKED AND WHY, AND EVERY    *!@02A
000110*    STATEMENT LISTED IS RECORDED IN THE SHARED DISCLOSURE LOG,  *!@02A
000110*    APKDSCL. A CARD WITH NO REQUESTER IS IN ERROR.              *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKACXQ.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program answers "every statement we sent this
000900               account" from the APKACXM account history index
001000               that APKXRFLD loads each night: one record per
001100               account per named group per job per batch window,  !@03C
001200               with its page range and the APKARCI archive copy   !@03C
001300               that holds that run. Each request card names an    !@03C
001400               account and a range of window dates; every         !@03C
001500               statement in the range is listed with its archive  !@03C
001550               location.                                          !@03A
001600
001700               The archive copy is checked against the inventory
001800               as it stands now: a copy APKARCMT has since
001900               scratched is shown as COPY SCRATCHED, and a run
002000               that had not been tagged when the index was
002100               loaded is looked up again by job and date, the
002200               same 0-to-1-day window APKXRFLD uses. A statement
002300               with no copy is shown as NOT ARCHIVED.
002400
002500               The statements that can be produced are sorted by
002600               archive copy, job, date, and first page and
002700               written to APKACXS as extract cards for APKGXEXT:
002800               for each copy a *DSN= card naming the dataset,
002900               then one card per statement in the APKGXRF layout
003000               (group name, first page, last page, job name).
003100               APKGXEXT run with PARM set to a copy's dataset
003200               name, and APKAFPIN allocated to it, extracts that
003300               copy's statements straight from the page ranges.
003400               The report ends with the list of extract sets; a
003500               set larger than one APKGXEXT run takes (40
003600               ranges) is flagged and must be split.
003700
003800               Request cards (APKACXQI, 80 bytes):
003900                 columns  1-20  account number, as captured
004000                                into NDXV-ACCTNO
004100                 columns 22-29  first run date, YYYYMMDD
004200                                (blank: from the beginning)
004300                 columns 31-38  last run date, YYYYMMDD
004400                                (blank: to the present)
004411                 columns 40-47  the ID of the person asking       !@02A
004422                 columns 49-68  the reason                        !@02A
004433               A card with no requester is in error. Every        !@02A
004444               statement listed is a disclosure, and is appended  !@02A
004455               to the shared disclosure log, APKDSCL, with the    !@02A
004466               date and time, the requester and reason, and the   !@02A
004477               account, group, pages, job and run date (APKDSCR   !@02A
004488               reports the log).                                  !@02A
004500               A card with an asterisk in column 1 is a comment.
004600
004700               Return codes: 0, every request answered with all
004800               statements archived; 4, a card was in error, a
004900               request found nothing, or a statement has no copy
005000               on hand; 8, the index could not be opened or the
005100               sort failed.
005200
005300               Allocate these DDs:
005400                 APKACXQI - the request cards
005500                 APKACXM  - the account history index (VSAM
005600                            KSDS), read only
005700                 APKARCI  - the archive inventory
005800                 APKACXS  - the extract cards, 80-byte fixed
005900                            records
006000                 PAPKACXQ - the query report, with an LRECL of
006100                            125, BLKSIZE of n*125+4, VBA
006200                 SORTWKnn - sort work space, and SYSOUT for the
006300                            sort's messages
006333                 APKDSCL  - the disclosure log (RECFM FB, LRECL   !@02A
006366                            160), appended to                     !@02A
006400 DATE-WRITTEN. 15 Oct 2026.
006500 DATE-COMPILED.
006600 SECURITY. IBM SAMPLE CODE ONLY.
006700*/**************************************************************/
006800*/* Licensed under the Apache License, Version 2.0 (the        */
006900*/* "License"); you may not use this file except in compliance */
007000*/* with the License. You may obtain a copy of the License at  */
007100*/*                                                            */
007200*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007300*/*                                                            */
007400*/* Unless required by applicable law or agreed to in writing, */
007500*/* software distributed under the License is distributed on an*/
007600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007700*/* KIND, either express or implied.  See the License for the  */
007800*/* specific language governing permissions and limitations    */
007900*/* under the License.                                         */
008000*/*------------------------------------------------------------*/
008100*/*                                                            */
008200*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
008300*/*                                                            */
008400*/*   Permission to use, copy, modify, and distribute          */
008500*/*   this software for any purpose with or without fee        */
008600*/*   is hereby granted, provided that the above               */
008700*/*   copyright notices appear in all copies.                  */
008800*/*                                                            */
008900*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
009000*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
009100*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
009200*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
009300*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
009400*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
009500*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
009600*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
009700*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
009800*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
009900*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
010000*/**************************************************************/
010100 TITLE 'ACIF Account Statement History Query'.
010200 ENVIRONMENT DIVISION.
010300 CONFIGURATION SECTION.
010400 SOURCE-COMPUTER. IBM-370.
010500 OBJECT-COMPUTER. IBM-370.
010600 INPUT-OUTPUT SECTION.
010700 FILE-CONTROL.
010800     SELECT PRINT-FILE ASSIGN TO PAPKACXQ.
010900     SELECT QUERY-FILE ASSIGN TO APKACXQI
011000         ORGANIZATION SEQUENTIAL.
011100     SELECT ARCI-FILE ASSIGN TO APKARCI
011200         ORGANIZATION SEQUENTIAL.
011300     SELECT EXTR-FILE ASSIGN TO APKACXS
011400         ORGANIZATION SEQUENTIAL.
011433     SELECT DSCL-FILE ASSIGN TO APKDSCL                           !@02A
011466         ORGANIZATION SEQUENTIAL.                                 !@02A
011500     SELECT ACXM-FILE ASSIGN TO APKACXM
011600         ORGANIZATION INDEXED
011700         ACCESS MODE DYNAMIC
011800         RECORD KEY IS ACXM-KEY
011900         FILE STATUS IS ACXM-STATUS.
012000     SELECT SORT-FILE ASSIGN TO SORTWK01.
012100     EJECT
012200 DATA DIVISION.
012300 FILE SECTION.
012400 FD  PRINT-FILE
012500     BLOCK CONTAINS 0
012600     LABEL RECORDS STANDARD
012700     RECORD VARYING DEPENDING ON PRINT-REC-LEN
012800     RECORDING MODE V.
012900 01  PRINT-RECORD.
013000     05  PRINT-DATA          OCCURS 1 TO 255,
013100                             DEPENDING ON PRINT-REC-LEN,
013200                             PIC X.
013300* one card per account and period to list.
013400 FD  QUERY-FILE
013500     LABEL RECORDS STANDARD
013600     RECORDING MODE F
013700     BLOCK CONTAINS 0
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  QUERY-RECORD            PIC X(80).
014000* one entry per tagged archive copy still on hand.
014100 FD  ARCI-FILE
014200     LABEL RECORDS STANDARD
014300     RECORDING MODE F
014400     BLOCK CONTAINS 0
014500     RECORD CONTAINS 164 CHARACTERS.
014600 01  ARCI-RECORD             PIC X(164).
014700* extract cards for APKGXEXT.
014800 FD  EXTR-FILE
014900     LABEL RECORDS STANDARD
015000     RECORDING MODE F
015100     BLOCK CONTAINS 0
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  EXTR-RECORD             PIC X(80).
015304* the shared disclosure log: one record per statement pulled      !@02A
015309* back out of the system, appended by each program that does so.  !@02A
015314 FD  DSCL-FILE                                                    !@02A
015319     LABEL RECORDS STANDARD                                       !@02A
015323     RECORDING MODE F                                             !@02A
015328     BLOCK CONTAINS 0                                             !@02A
015333     RECORD CONTAINS 160 CHARACTERS.                              !@02A
015338 01  DSCL-RECORD.                                                 !@02A
015342     05  DSCL-DATE           PIC 9(8).                            !@02A
015347     05  DSCL-TIME           PIC 9(6).                            !@02A
015352     05  DSCL-PGMNAME        PIC X(8).                            !@02A
015357     05  DSCL-REQUESTER      PIC X(8).                            !@02A
015361     05  DSCL-REASON         PIC X(20).                           !@02A
015366     05  DSCL-GRPNAME        PIC X(44).                           !@02A
015371     05  DSCL-FIRST-PAGE     PIC 9(8).                            !@02A
015376     05  DSCL-LAST-PAGE      PIC 9(8).                            !@02A
015380     05  DSCL-ACCTNO         PIC X(20).                           !@02A
015385     05  DSCL-JOBNAME        PIC X(8).                            !@02A
015390     05  DSCL-RUNDATE        PIC 9(8).                            !@02A
015395     05  FILLER              PIC X(14).                           !@02A
015400* the account history index, one record per account per named
015500* group per job per batch window, as loaded by APKXRFLD.          !@03C
015600 FD  ACXM-FILE
015700     LABEL RECORDS STANDARD
015800     RECORD CONTAINS 160 CHARACTERS.
015900 01  ACXM-RECORD.
016000     05  ACXM-KEY.
016100         10  ACXM-ACCTNO         PIC X(20).
016200         10  ACXM-RUNDATE        PIC 9(8).
016250         10  ACXM-CYCLE          PIC 9.                           !@03A
016300         10  ACXM-JOBNAME        PIC X(8).
016400         10  ACXM-FIRST-PAGE     PIC 9(8).
016500     05  ACXM-LAST-PAGE          PIC 9(8).
016600     05  ACXM-GRPNAME            PIC X(44).
016700     05  ACXM-ARC-DSNAME         PIC X(44).
016800     05  ACXM-ARC-RUNDATE        PIC 9(8).
016900     05  ACXM-DELIVERY           PIC X.
017000     05  FILLER                  PIC X(10).                       !@03C
017100* the statements that can be extracted, in archive copy order.
017200 SD  SORT-FILE.
017300 01  SORT-RECORD.
017400     05  SR-DSNAME           PIC X(44).
017500     05  SR-JOBNAME          PIC X(8).
017600     05  SR-RUNDATE          PIC 9(8).
017700     05  SR-FIRST-PAGE       PIC 9(8).
017800     05  SR-LAST-PAGE        PIC 9(8).
017900     05  SR-GRPNAME          PIC X(44).
018000     EJECT
018100 WORKING-STORAGE SECTION.
018200 77  PGMNAME                 PIC X(8) VALUE 'APKACXQ '.
018300 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
018400 77  ACXM-STATUS             PIC XX VALUE SPACES.
018500 77  QUERY-EOF-FLAG          PIC X VALUE LOW-VALUE.
018600     88  QUERY-EOF           VALUE HIGH-VALUE.
018700     88  QUERY-NOTEOF        VALUE LOW-VALUE.
018800 77  ARCI-EOF-FLAG           PIC X VALUE LOW-VALUE.
018900     88  ARCI-EOF            VALUE HIGH-VALUE.
019000     88  ARCI-NOTEOF         VALUE LOW-VALUE.
019100* set at the index's end, or at the first record past the
019200* request's account or last date.
019300 77  ACXM-EOF-FLAG           PIC X VALUE LOW-VALUE.
019400     88  ACXM-EOF            VALUE HIGH-VALUE.
019500     88  ACXM-NOTEOF         VALUE LOW-VALUE.
019600 77  SORT-EOF-FLAG           PIC X VALUE LOW-VALUE.
019700     88  SORT-EOF            VALUE HIGH-VALUE.
019800     88  SORT-NOTEOF         VALUE LOW-VALUE.
019900 77  CARD-FLAG               PIC X VALUE 'Y'.
020000     88  CARD-VALID          VALUE 'Y'.
020100     88  CARD-INVALID        VALUE 'N'.
020200 77  MAX-ARC-ENTRIES         PIC 9(4) BINARY VALUE 2000.
020300 77  ARC-TRUNC-FLAG          PIC X VALUE 'N'.
020400     88  ARC-TRUNCATED       VALUE 'Y'.
020500* the archive copy found for one statement.
020600 77  WK-COPY-STATUS          PIC X VALUE SPACE.
020700     88  COPY-ON-HAND        VALUE 'A'.
020800     88  COPY-SCRATCHED      VALUE 'S'.
020900     88  COPY-NONE           VALUE 'N'.
021000 77  WK-ARC-DSNAME           PIC X(44) VALUE SPACES.
021100 77  WK-ARC-RUNDATE          PIC 9(8) VALUE ZERO.
021200 77  WK-FROM-DATE            PIC 9(8) VALUE ZERO.
021300 77  WK-TO-DATE              PIC 9(8) VALUE ZERO.
021400 77  WK-SET-DSNAME           PIC X(44) VALUE SPACES.
021500* the nightly window may cross midnight: a copy dated up to this
021600* many days after the index entry's window date is the same run.  !@03C
021700 77  MATCH-WINDOW-DAYS       PIC S9(8) BINARY VALUE 1.
021800* the most page ranges one APKGXEXT run takes.
021900 77  MAX-EXTRACT-RANGES      PIC 9(8) BINARY VALUE 40.
022000 77  REQUEST-CNTR            PIC 9(8) BINARY VALUE ZERO.
022100 77  BAD-CARD-CNTR           PIC 9(8) BINARY VALUE ZERO.
022200 77  EMPTY-REQ-CNTR          PIC 9(8) BINARY VALUE ZERO.
022300 77  REQ-STMT-CNTR           PIC 9(8) BINARY VALUE ZERO.
022400 77  STMT-CNTR               PIC 9(8) BINARY VALUE ZERO.
022500 77  ON-HAND-CNTR            PIC 9(8) BINARY VALUE ZERO.
022600 77  SCRATCHED-CNTR          PIC 9(8) BINARY VALUE ZERO.
022700 77  NO-COPY-CNTR            PIC 9(8) BINARY VALUE ZERO.
022800 77  EXTR-CARD-CNTR          PIC 9(8) BINARY VALUE ZERO.
022900 77  SET-CNTR                PIC 9(8) BINARY VALUE ZERO.
023000 77  SET-STMT-CNTR           PIC 9(8) BINARY VALUE ZERO.
023100 77  COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
023200* day arithmetic goes through the shared APKDAYNO member, so
023300* the window is exact across month, year, and century
023400* boundaries.
023500 77  APKDAYNO                PIC X(8) VALUE 'APKDAYNO'.
023600 77  WS-LOAD-DAYNO           PIC 9(8) BINARY VALUE ZERO.
023700 77  WS-COPY-DAYNO           PIC 9(8) BINARY VALUE ZERO.
023800 77  WS-GAP                  PIC S9(8) BINARY VALUE ZERO.
023900 77  BEST-GAP                PIC S9(8) BINARY VALUE ZERO.
023916* when the run began, for the disclosure log.                     !@02A
023933 77  LOG-DATE                PIC 9(8) VALUE ZERO.                 !@02A
023950 01  LOG-TIME.                                                    !@02A
023966     05  LOG-HHMMSS          PIC 9(6).                            !@02A
023983     05  FILLER              PIC 99.                              !@02A
024000* the request card.
024100 01  QUERY-CARD.
024200     05  QC-ACCTNO           PIC X(20).
024300     05  FILLER              PIC X.
024400     05  QC-FROM-DATE        PIC X(8).
024500     05  QC-FROM-DATE-N      REDEFINES QC-FROM-DATE
024600                             PIC 9(8).
024700     05  FILLER              PIC X.
024800     05  QC-TO-DATE          PIC X(8).
024900     05  QC-TO-DATE-N        REDEFINES QC-TO-DATE
025000                             PIC 9(8).
025100     05  FILLER              PIC X.                               !@02C
025120     05  QC-REQUESTER        PIC X(8).                            !@02A
025140     05  FILLER              PIC X.                               !@02A
025160     05  QC-REASON           PIC X(20).                           !@02A
025180     05  FILLER              PIC X(12).                           !@02A
025200 01  QUERY-CARD-COMMENT      REDEFINES QUERY-CARD.
025300     05  QC-COMMENT-FLAG     PIC X.
025400         88  QC-IS-COMMENT   VALUE '*'.
025500     05  FILLER              PIC X(79).
025600* the inventory entry, staged through working storage as in
025700* APKARCMT.
025800 01  WK-ARCI-RECORD.
025900     05  WK-JOBID            PIC X(8).
026000     05  WK-RUNDATE          PIC 9(8).
026100     05  WK-RUNTIME          PIC X(6).
026200     05  WK-DSNAME           PIC X(44).
026300     05  FILLER              PIC X(98).
026400* the archive copies on hand: job, run date and its day number,
026500* and dataset name.
026600 01  ARC-TABLE.
026700     05  AC-CNTR             PIC 9(4) BINARY VALUE ZERO.
026800     05  AC-ENTRY            OCCURS 2000 TIMES
026900                             DEPENDING ON AC-CNTR
027000                             INDEXED BY AC-INDEX.
027100         10  AC-JOBID        PIC X(8).
027200         10  AC-RUNDATE      PIC 9(8).
027300         10  AC-DAYNO        PIC 9(8) BINARY.
027400         10  AC-DSNAME       PIC X(44).
027500* the extract cards: a set header naming the archive copy, then
027600* one card per statement in the APKGXRF layout.
027700 01  EXTR-HEADER.
027800     05  FILLER              PIC X(5) VALUE '*DSN='.
027900     05  EH-DSNAME           PIC X(44).
028000     05  FILLER              PIC X(31) VALUE SPACES.
028100 01  EXTR-STATEMENT.
028200     05  ES-GRPNAME          PIC X(44).
028300     05  FILLER              PIC X VALUE SPACE.
028400     05  ES-FIRST-PAGE       PIC 9(8).
028500     05  FILLER              PIC X VALUE SPACE.
028600     05  ES-LAST-PAGE        PIC 9(8).
028700     05  FILLER              PIC X VALUE SPACE.
028800     05  ES-JOBNAME          PIC X(8).
028900     05  FILLER              PIC X(9) VALUE SPACES.
029000     SKIP1
029100 01  PAGE-TITLE.
029200     05  FILLER              PIC X   VALUE '1'.
029300     05  FILLER              PIC X(36) VALUE
029400         'ACIF ACCOUNT STATEMENT HISTORY QUERY'.
029500         SKIP1
029600 01  PAGE-SUBTITLE.
029700     05  FILLER              PIC X   VALUE '0'.
029800     05  FILLER              PIC X(4) VALUE SPACES.
029900     05  FILLER              PIC X(8) VALUE 'RUN DATE'.
030000     05  FILLER              PIC X(2) VALUE SPACES.
030100     05  FILLER              PIC X(8) VALUE 'JOB'.
030200     05  FILLER              PIC X(2) VALUE SPACES.
030300     05  FILLER              PIC X(8) VALUE 'FIRST PG'.
030400     05  FILLER              PIC X(2) VALUE SPACES.
030500     05  FILLER              PIC X(8) VALUE ' LAST PG'.
030600     05  FILLER              PIC X(2) VALUE SPACES.
030700     05  FILLER              PIC X(44) VALUE 'GROUP NAME'.
030800     05  FILLER              PIC X(2) VALUE SPACES.
030900     05  FILLER              PIC X(14) VALUE 'ARCHIVE COPY'.
031000         SKIP1
031100 01  LINE-REQUEST.
031200     05  LR-CC               PIC X   VALUE '0'.
031300     05  FILLER              PIC X(8) VALUE 'ACCOUNT '.
031400     05  LR-ACCTNO           PIC X(20).
031500     05  FILLER              PIC X(6) VALUE ' FROM '.
031600     05  LR-FROM-DATE        PIC X(8).
031700     05  FILLER              PIC X(4) VALUE ' TO '.
031800     05  LR-TO-DATE          PIC X(8).
031820     05  FILLER              PIC X(5) VALUE ' FOR '.              !@02A
031840     05  LR-REQUESTER        PIC X(8).                            !@02A
031860     05  FILLER              PIC X VALUE SPACE.                   !@02A
031880     05  LR-REASON           PIC X(20).                           !@02A
031900         SKIP1
032000 01  LINE-DETAIL.
032100     05  LD-CC               PIC X   VALUE SPACE.
032200     05  FILLER              PIC X(4) VALUE SPACES.
032300     05  LD-RUNDATE          PIC X(8).
032400     05  FILLER              PIC X(2) VALUE SPACES.
032500     05  LD-JOBNAME          PIC X(8).
032600     05  FILLER              PIC X(2) VALUE SPACES.
032700     05  LD-FIRST-PAGE       PIC Z(7)9.
032800     05  FILLER              PIC X(2) VALUE SPACES.
032900     05  LD-LAST-PAGE        PIC Z(7)9.
033000     05  FILLER              PIC X(2) VALUE SPACES.
033100     05  LD-GRPNAME          PIC X(44).
033200     05  FILLER              PIC X(2) VALUE SPACES.
033300     05  LD-STATUS           PIC X(14).
033400         SKIP1
033500 01  LINE-ARCHIVE.
033600     05  LA-CC               PIC X   VALUE SPACE.
033700     05  FILLER              PIC X(14) VALUE SPACES.
033800     05  FILLER              PIC X(8) VALUE 'COPY IN '.
033900     05  LA-DSNAME           PIC X(44).
034000     05  FILLER              PIC X(4) VALUE ' OF '.
034100     05  LA-RUNDATE          PIC X(8).
034200         SKIP1
034300 01  SET-SUBTITLE.
034400     05  FILLER              PIC X   VALUE '0'.
034500     05  FILLER              PIC X(44) VALUE
034600         'EXTRACT SETS (APKGXEXT PARM = DATASET NAME)'.
034700     05  FILLER              PIC X(2) VALUE SPACES.
034800     05  FILLER              PIC X(11) VALUE ' STATEMENTS'.
034900         SKIP1
035000 01  LINE-SET.
035100     05  LS-CC               PIC X   VALUE SPACE.
035200     05  LS-DSNAME           PIC X(44).
035300     05  FILLER              PIC X(2) VALUE SPACES.
035400     05  LS-COUNT            PIC ZZZ,ZZZ,ZZ9.
035500     05  FILLER              PIC X(2) VALUE SPACES.
035600     05  LS-NOTE             PIC X(30).
035700         SKIP1
035800 01  LINE-TOTAL.
035900     05  LT-CC               PIC X   VALUE SPACE.
036000     05  FILLER              PIC X(02) VALUE SPACES.
036100     05  LT-LABEL            PIC X(32).
036200     05  FILLER              PIC X VALUE SPACE.
036300     05  LT-COUNT            PIC ZZZ,ZZZ,ZZ9.
036400         SKIP1
036500 01  LINE-NOTICE.
036600     05  FILLER              PIC X(5) VALUE SPACES.
036700     05  LN-TEXT             PIC X(60).
036800/ PROCESSING.
036900 TITLE 'Initialization and Main Line'.
037000 PROCEDURE DIVISION.
037100 0000-MAINLINE.
037200     PERFORM 0010-INITIALIZE.
037300     SORT SORT-FILE
037400         ON ASCENDING KEY SR-DSNAME, SR-JOBNAME, SR-RUNDATE,
037500                          SR-FIRST-PAGE
037600         INPUT PROCEDURE IS 0100-SELECT-STATEMENTS
037700         OUTPUT PROCEDURE IS 0500-WRITE-EXTRACT.
037800     IF SORT-RETURN NOT = ZERO
037900      THEN
038000       DISPLAY PGMNAME ' SORT FAILED, RETURN CODE ' SORT-RETURN
038100         '. EXTRACT CARDS NOT USABLE.';
038200       MOVE 8 TO RETURN-CODE
038300     END-IF.
038400     PERFORM 0300-TERMINATE.
038500     STOP RUN.
038600 0010-INITIALIZE.
038700     PERFORM 0020-LOAD-INVENTORY.
038800     OPEN INPUT ACXM-FILE.
038900     IF ACXM-STATUS NOT = '00'
039000      THEN
039100       DISPLAY PGMNAME ' APKACXM OPEN FAILED, STATUS '
039200         ACXM-STATUS '. NOTHING LISTED.';
039300       MOVE 8 TO RETURN-CODE;
039400       STOP RUN
039500     END-IF.
039600     OPEN OUTPUT PRINT-FILE.
039625     OPEN EXTEND DSCL-FILE.                                       !@02A
039650     ACCEPT LOG-DATE FROM DATE YYYYMMDD.                          !@02A
039675     ACCEPT LOG-TIME FROM TIME.                                   !@02A
039700     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
039800     WRITE PRINT-RECORD FROM PAGE-TITLE.
039900     MOVE LENGTH OF PAGE-SUBTITLE TO PRINT-REC-LEN.
040000     WRITE PRINT-RECORD FROM PAGE-SUBTITLE.
040100* with the inventory only partly loaded, a copy past the
040200* table's end would be reported missing.
040300     IF ARC-TRUNCATED
040400      THEN
040500       DISPLAY PGMNAME ' INVENTORY TABLE FULL. ARCHIVE COPIES'
040600         ' MAY BE SHOWN MISSING.';
040700       MOVE 'INVENTORY TABLE FULL - COPIES MAY BE SHOWN MISSING'
040800         TO LN-TEXT;
040900       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
041000       WRITE PRINT-RECORD FROM LINE-NOTICE;
041100       MOVE 4 TO RETURN-CODE
041200     END-IF.
041300 0020-LOAD-INVENTORY.
041400     OPEN INPUT ARCI-FILE.
041500     SET ARCI-NOTEOF TO TRUE.
041600     PERFORM UNTIL ARCI-EOF
041700       READ ARCI-FILE INTO WK-ARCI-RECORD
041800        AT END
041900         SET ARCI-EOF TO TRUE
042000        NOT AT END
042100         PERFORM 0025-ADD-ARC-ENTRY
042200       END-READ
042300     END-PERFORM.
042400     CLOSE ARCI-FILE.
042500 0025-ADD-ARC-ENTRY.
042600     IF AC-CNTR < MAX-ARC-ENTRIES
042700      THEN
042800       ADD 1 TO AC-CNTR;
042900       SET AC-INDEX TO AC-CNTR;
043000       MOVE WK-JOBID TO AC-JOBID (AC-INDEX);
043100       MOVE WK-RUNDATE TO AC-RUNDATE (AC-INDEX);
043200       CALL APKDAYNO USING WK-RUNDATE, WS-COPY-DAYNO;
043300       MOVE WS-COPY-DAYNO TO AC-DAYNO (AC-INDEX);
043400       MOVE WK-DSNAME TO AC-DSNAME (AC-INDEX)
043500      ELSE
043600       SET ARC-TRUNCATED TO TRUE
043700     END-IF.
043800     EJECT
043900 TITLE 'List the Requested Statements'.
044000 0100-SELECT-STATEMENTS.
044100* each request card in turn: its statements are listed as they
044200* come off the index, and those with a copy on hand go to the
044300* sort for the extract cards.
044400     OPEN INPUT QUERY-FILE.
044500     SET QUERY-NOTEOF TO TRUE.
044600     PERFORM UNTIL QUERY-EOF
044700       READ QUERY-FILE INTO QUERY-CARD
044800        AT END
044900         SET QUERY-EOF TO TRUE
045000        NOT AT END
045100         IF NOT QC-IS-COMMENT
045200          THEN
045300           PERFORM 0110-PROCESS-REQUEST THRU 0110-EXIT
045400         END-IF
045500       END-READ
045600     END-PERFORM.
045700     CLOSE QUERY-FILE.
045800 0110-PROCESS-REQUEST.
045900     PERFORM 0120-CHECK-REQUEST.
046000     IF CARD-INVALID
046100      THEN
046200       ADD 1 TO BAD-CARD-CNTR;
046300       MOVE 4 TO RETURN-CODE;
046400       MOVE QUERY-CARD TO LN-TEXT;
046500       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
046600       WRITE PRINT-RECORD FROM LINE-NOTICE;
046700       MOVE 'REQUEST CARD IN ERROR - NOT PROCESSED' TO LN-TEXT;
046800       WRITE PRINT-RECORD FROM LINE-NOTICE;
046900       GO TO 0110-EXIT
047000     END-IF.
047100     ADD 1 TO REQUEST-CNTR.
047200     MOVE QC-ACCTNO TO LR-ACCTNO.
047300     MOVE WK-FROM-DATE TO LR-FROM-DATE.
047400     MOVE WK-TO-DATE TO LR-TO-DATE.
047433     MOVE QC-REQUESTER TO LR-REQUESTER.                           !@02A
047466     MOVE QC-REASON TO LR-REASON.                                 !@02A
047500     MOVE LENGTH OF LINE-REQUEST TO PRINT-REC-LEN.
047600     WRITE PRINT-RECORD FROM LINE-REQUEST.
047700     MOVE ZERO TO REQ-STMT-CNTR.
047800* position at the account's first entry on or after the first
047900* date; cycle, job and first page start from their lowest values. !@03C
048000     MOVE QC-ACCTNO TO ACXM-ACCTNO.
048100     MOVE WK-FROM-DATE TO ACXM-RUNDATE.
048150     MOVE ZERO TO ACXM-CYCLE.                                     !@03A
048200     MOVE LOW-VALUES TO ACXM-JOBNAME.
048300     MOVE ZERO TO ACXM-FIRST-PAGE.
048400     SET ACXM-NOTEOF TO TRUE.
048500     START ACXM-FILE KEY IS NOT LESS THAN ACXM-KEY
048600      INVALID KEY
048700       SET ACXM-EOF TO TRUE
048800     END-START.
048900     IF ACXM-NOTEOF
049000      THEN
049100       PERFORM 0130-READ-INDEX;
049200       PERFORM 0140-LIST-STATEMENT
049300           UNTIL ACXM-EOF
049400     END-IF.
049500     IF REQ-STMT-CNTR = ZERO
049600      THEN
049700       ADD 1 TO EMPTY-REQ-CNTR;
049800       MOVE 4 TO RETURN-CODE;
049900       MOVE 'NO STATEMENTS FOR THIS ACCOUNT AND PERIOD'
050000         TO LN-TEXT;
050100       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
050200       WRITE PRINT-RECORD FROM LINE-NOTICE
050300     END-IF.
050400 0110-EXIT.
050500     EXIT.
050600 0120-CHECK-REQUEST.
050700* a blank first date lists from the beginning, a blank last
050800* date to the present; anything else must be a date.
050833* the statements listed are disclosed to the requester, who must  !@02A
050866* be named.                                                       !@02A
050900     SET CARD-VALID TO TRUE.
051000     IF QC-ACCTNO = SPACES
051100      THEN
051200       SET CARD-INVALID TO TRUE
051300     END-IF.
051320     IF QC-REQUESTER = SPACES                                     !@02A
051340      THEN                                                        !@02A
051360       SET CARD-INVALID TO TRUE                                   !@02A
051380     END-IF.                                                      !@02A
051400     IF QC-FROM-DATE = SPACES
051500      THEN
051600       MOVE ZERO TO WK-FROM-DATE
051700      ELSE
051800       IF QC-FROM-DATE-N NUMERIC
051900        THEN
052000         MOVE QC-FROM-DATE-N TO WK-FROM-DATE
052100        ELSE
052200         SET CARD-INVALID TO TRUE
052300       END-IF
052400     END-IF.
052500     IF QC-TO-DATE = SPACES
052600      THEN
052700       MOVE 99999999 TO WK-TO-DATE
052800      ELSE
052900       IF QC-TO-DATE-N NUMERIC
053000        THEN
053100         MOVE QC-TO-DATE-N TO WK-TO-DATE
053200        ELSE
053300         SET CARD-INVALID TO TRUE
053400       END-IF
053500     END-IF.
053600     IF CARD-VALID AND WK-FROM-DATE > WK-TO-DATE
053700      THEN
053800       SET CARD-INVALID TO TRUE
053900     END-IF.
054000 0130-READ-INDEX.
054100     READ ACXM-FILE NEXT RECORD
054200      AT END
054300       SET ACXM-EOF TO TRUE
054400      NOT AT END
054500       IF ACXM-ACCTNO NOT = QC-ACCTNO
054600           OR ACXM-RUNDATE > WK-TO-DATE
054700        THEN
054800         SET ACXM-EOF TO TRUE
054900       END-IF
055000     END-READ.
055100 0140-LIST-STATEMENT.
055200     ADD 1 TO REQ-STMT-CNTR.
055300     ADD 1 TO STMT-CNTR.
055400     PERFORM 0200-LOCATE-COPY.
055500     MOVE ACXM-RUNDATE TO LD-RUNDATE.
055600     MOVE ACXM-JOBNAME TO LD-JOBNAME.
055700     MOVE ACXM-FIRST-PAGE TO LD-FIRST-PAGE.
055800     MOVE ACXM-LAST-PAGE TO LD-LAST-PAGE.
055900     MOVE ACXM-GRPNAME TO LD-GRPNAME.
055950     PERFORM 0150-LOG-DISCLOSURE.                                 !@02A
056000     EVALUATE TRUE
056100      WHEN COPY-ON-HAND
056200       ADD 1 TO ON-HAND-CNTR;
056300       MOVE 'ON HAND' TO LD-STATUS
056400      WHEN COPY-SCRATCHED
056500       ADD 1 TO SCRATCHED-CNTR;
056600       MOVE 4 TO RETURN-CODE;
056700       MOVE 'COPY SCRATCHED' TO LD-STATUS
056800      WHEN OTHER
056900       ADD 1 TO NO-COPY-CNTR;
057000       MOVE 4 TO RETURN-CODE;
057100       MOVE 'NOT ARCHIVED' TO LD-STATUS
057200     END-EVALUATE.
057300     MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN.
057400     WRITE PRINT-RECORD FROM LINE-DETAIL.
057500     IF NOT COPY-NONE
057600      THEN
057700       MOVE WK-ARC-DSNAME TO LA-DSNAME;
057800       MOVE WK-ARC-RUNDATE TO LA-RUNDATE;
057900       MOVE LENGTH OF LINE-ARCHIVE TO PRINT-REC-LEN;
058000       WRITE PRINT-RECORD FROM LINE-ARCHIVE
058100     END-IF.
058200     IF COPY-ON-HAND
058300      THEN
058400       MOVE WK-ARC-DSNAME TO SR-DSNAME;
058500       MOVE ACXM-JOBNAME TO SR-JOBNAME;
058600       MOVE ACXM-RUNDATE TO SR-RUNDATE;
058700       MOVE ACXM-FIRST-PAGE TO SR-FIRST-PAGE;
058800       MOVE ACXM-LAST-PAGE TO SR-LAST-PAGE;
058900       MOVE ACXM-GRPNAME TO SR-GRPNAME;
059000       RELEASE SORT-RECORD
059100     END-IF.
059200     PERFORM 0130-READ-INDEX.
059205 0150-LOG-DISCLOSURE.                                             !@02A
059211* every statement listed is a disclosure to the requester, with   !@02A
059217* or without a copy on hand: its whereabouts have been given out. !@02A
059223     MOVE SPACES TO DSCL-RECORD.                                  !@02A
059229     MOVE LOG-DATE TO DSCL-DATE.                                  !@02A
059235     MOVE LOG-HHMMSS TO DSCL-TIME.                                !@02A
059241     MOVE PGMNAME TO DSCL-PGMNAME.                                !@02A
059247     MOVE QC-REQUESTER TO DSCL-REQUESTER.                         !@02A
059252     MOVE QC-REASON TO DSCL-REASON.                               !@02A
059258     MOVE ACXM-GRPNAME TO DSCL-GRPNAME.                           !@02A
059264     MOVE ACXM-FIRST-PAGE TO DSCL-FIRST-PAGE.                     !@02A
059270     MOVE ACXM-LAST-PAGE TO DSCL-LAST-PAGE.                       !@02A
059276     MOVE ACXM-ACCTNO TO DSCL-ACCTNO.                             !@02A
059282     MOVE ACXM-JOBNAME TO DSCL-JOBNAME.                           !@02A
059288     MOVE ACXM-RUNDATE TO DSCL-RUNDATE.                           !@02A
059294     WRITE DSCL-RECORD.                                           !@02A
059300     EJECT
059400 TITLE 'Archive Copy Lookup'.
059500 0200-LOCATE-COPY.
059600* the copy named when the index was loaded must still be in the
059700* inventory; a run that had not been tagged then is looked up
059800* by job and date, the nearest copy in the window winning.
059900     SET COPY-NONE TO TRUE.
060000     MOVE ACXM-ARC-DSNAME TO WK-ARC-DSNAME.
060100     MOVE ACXM-ARC-RUNDATE TO WK-ARC-RUNDATE.
060200     IF ACXM-ARC-DSNAME NOT = SPACES
060300      THEN
060400       SET COPY-SCRATCHED TO TRUE;
060500       IF AC-CNTR > 0
060600        THEN
060700         SET AC-INDEX TO 1;
060800         SEARCH AC-ENTRY
060900          AT END
061000           CONTINUE
061100          WHEN AC-DSNAME (AC-INDEX) = ACXM-ARC-DSNAME
061200           AND AC-RUNDATE (AC-INDEX) = ACXM-ARC-RUNDATE
061300           SET COPY-ON-HAND TO TRUE
061400         END-SEARCH
061500       END-IF
061600      ELSE
061700       IF AC-CNTR > 0 AND ACXM-RUNDATE NUMERIC
061800        THEN
061900         CALL APKDAYNO USING ACXM-RUNDATE, WS-LOAD-DAYNO;
062000         COMPUTE BEST-GAP = MATCH-WINDOW-DAYS + 1;
062100         PERFORM 0210-CHECK-COPY
062200             VARYING AC-INDEX FROM 1 BY 1
062300             UNTIL AC-INDEX > AC-CNTR
062400       END-IF
062500     END-IF.
062600 0210-CHECK-COPY.
062700     IF AC-JOBID (AC-INDEX) = ACXM-JOBNAME
062800      THEN
062900       COMPUTE WS-GAP = AC-DAYNO (AC-INDEX) - WS-LOAD-DAYNO;      !@03C
063000       IF WS-GAP NOT < ZERO AND WS-GAP < BEST-GAP
063100        THEN
063200         MOVE WS-GAP TO BEST-GAP;
063300         MOVE AC-DSNAME (AC-INDEX) TO WK-ARC-DSNAME;
063400         MOVE AC-RUNDATE (AC-INDEX) TO WK-ARC-RUNDATE;
063500         SET COPY-ON-HAND TO TRUE
063600       END-IF
063700     END-IF.
063800     EJECT
063900 TITLE 'Write the Extract Cards'.
064000 0500-WRITE-EXTRACT.
064100* the statements come back by archive copy; each copy opens a
064200* new set with its *DSN= card.
064300     OPEN OUTPUT EXTR-FILE.
064400     MOVE LENGTH OF SET-SUBTITLE TO PRINT-REC-LEN.
064500     WRITE PRINT-RECORD FROM SET-SUBTITLE.
064600     MOVE SPACES TO WK-SET-DSNAME.
064700     SET SORT-NOTEOF TO TRUE.
064800     PERFORM 0510-RETURN-ONE-STATEMENT
064900         UNTIL SORT-EOF.
065000     IF SET-CNTR > ZERO
065100      THEN
065200       PERFORM 0530-PRINT-SET-LINE
065300     END-IF.
065400     CLOSE EXTR-FILE.
065500 0510-RETURN-ONE-STATEMENT.
065600     RETURN SORT-FILE
065700      AT END
065800       SET SORT-EOF TO TRUE
065900      NOT AT END
066000       PERFORM 0520-WRITE-STATEMENT
066100     END-RETURN.
066200 0520-WRITE-STATEMENT.
066300     IF SET-CNTR = ZERO OR SR-DSNAME NOT = WK-SET-DSNAME
066400      THEN
066500       IF SET-CNTR > ZERO
066600        THEN
066700         PERFORM 0530-PRINT-SET-LINE
066800       END-IF;
066900       ADD 1 TO SET-CNTR;
067000       MOVE ZERO TO SET-STMT-CNTR;
067100       MOVE SR-DSNAME TO WK-SET-DSNAME;
067200       MOVE SR-DSNAME TO EH-DSNAME;
067300       WRITE EXTR-RECORD FROM EXTR-HEADER;
067400       ADD 1 TO EXTR-CARD-CNTR
067500     END-IF.
067600     MOVE SR-GRPNAME TO ES-GRPNAME.
067700     MOVE SR-FIRST-PAGE TO ES-FIRST-PAGE.
067800     MOVE SR-LAST-PAGE TO ES-LAST-PAGE.
067900     MOVE SR-JOBNAME TO ES-JOBNAME.
068000     WRITE EXTR-RECORD FROM EXTR-STATEMENT.
068100     ADD 1 TO EXTR-CARD-CNTR.
068200     ADD 1 TO SET-STMT-CNTR.
068300 0530-PRINT-SET-LINE.
068400     MOVE WK-SET-DSNAME TO LS-DSNAME.
068500     MOVE SET-STMT-CNTR TO LS-COUNT.
068600     IF SET-STMT-CNTR > MAX-EXTRACT-RANGES
068700      THEN
068800       MOVE 'SPLIT: OVER 40 FOR ONE RUN' TO LS-NOTE
068900      ELSE
069000       MOVE SPACES TO LS-NOTE
069100     END-IF.
069200     MOVE LENGTH OF LINE-SET TO PRINT-REC-LEN.
069300     WRITE PRINT-RECORD FROM LINE-SET.
069400     EJECT
069500 TITLE 'Report and Termination'.
069600 0300-TERMINATE.
069700     MOVE '0' TO LT-CC.
069800     MOVE 'REQUESTS ANSWERED' TO LT-LABEL.
069900     MOVE REQUEST-CNTR TO LT-COUNT.
070000     PERFORM 0320-PRINT-TOTAL.
070100     MOVE SPACE TO LT-CC.
070200     MOVE '  WITH NO STATEMENTS' TO LT-LABEL.
070300     MOVE EMPTY-REQ-CNTR TO LT-COUNT.
070400     PERFORM 0320-PRINT-TOTAL.
070500     MOVE 'REQUEST CARDS IN ERROR' TO LT-LABEL.
070600     MOVE BAD-CARD-CNTR TO LT-COUNT.
070700     PERFORM 0320-PRINT-TOTAL.
070800     MOVE 'STATEMENTS LISTED' TO LT-LABEL.
070900     MOVE STMT-CNTR TO LT-COUNT.
071000     PERFORM 0320-PRINT-TOTAL.
071100     MOVE '  ARCHIVE COPY ON HAND' TO LT-LABEL.
071200     MOVE ON-HAND-CNTR TO LT-COUNT.
071300     PERFORM 0320-PRINT-TOTAL.
071400     MOVE '  ARCHIVE COPY SCRATCHED' TO LT-LABEL.
071500     MOVE SCRATCHED-CNTR TO LT-COUNT.
071600     PERFORM 0320-PRINT-TOTAL.
071700     MOVE '  NOT ARCHIVED' TO LT-LABEL.
071800     MOVE NO-COPY-CNTR TO LT-COUNT.
071900     PERFORM 0320-PRINT-TOTAL.
072000     MOVE 'EXTRACT SETS' TO LT-LABEL.
072100     MOVE SET-CNTR TO LT-COUNT.
072200     PERFORM 0320-PRINT-TOTAL.
072300     MOVE 'EXTRACT CARDS WRITTEN' TO LT-LABEL.
072400     MOVE EXTR-CARD-CNTR TO LT-COUNT.
072500     PERFORM 0320-PRINT-TOTAL.
072600     CLOSE ACXM-FILE.
072650     CLOSE DSCL-FILE.                                             !@02A
072700     CLOSE PRINT-FILE.
072800     MOVE STMT-CNTR TO COUNT-DISP.
072900     DISPLAY PGMNAME, COUNT-DISP, ' STATEMENTS LISTED.'.
073000     MOVE EXTR-CARD-CNTR TO COUNT-DISP.
073100     DISPLAY PGMNAME, COUNT-DISP, ' EXTRACT CARDS WRITTEN.'.
073200 0320-PRINT-TOTAL.
073300     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
073400     WRITE PRINT-RECORD FROM LINE-TOTAL.
073500 END PROGRAM APKACXQ.
