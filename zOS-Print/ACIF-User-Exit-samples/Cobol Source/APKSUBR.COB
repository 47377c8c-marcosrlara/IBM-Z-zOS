000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKSUBR.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program keeps the report subscription
000900               registry and reviews it against what was printed.
001000               It is a batch driver, run at month end ahead of
001100               APKDACCR (which resets the accounting records it
001200               reads), and at any other time the registry cards
001300               need applying.
001400
001500               The registry, APKSUBM, holds one record per report
001600               number: the owning department, the named
001700               recipient, the copies, the delivery method (P
001800               paper, E electronic) and the date the subscription
001900               is next due for recertification, a year after it
002000               was last confirmed. Cards in the APKSUBT member
002100               maintain it, one per transaction, column 1 the
002200               type:
002300                 A  - add a report (columns 3-5), its department
002400                      (7-10), recipient (12-41), copies (43-44)
002500                      and delivery method (46); recertification
002600                      falls due a year from today unless a date
002700                      is given in columns 48-55 (YYYYMMDD). A
002800                      cancelled subscription is reinstated.
002900                 C  - change the department, recipient, copies or
003000                      delivery method; blank fields are kept
003100                 R  - recertify: the owner has confirmed the
003200                      report is still needed; the next date falls
003300                      a year from today, and an archive-only
003400                      report goes back to print
003500                 D  - cancel the subscription
003600               A card with * in column 1 is a comment.
003700
003800               The APKSUBC card gives the grace period, the days
003900               a report may run past its recertification date
004000               before it is taken off print (columns 1-3, default
004100               30), and the notice lead, the days ahead of the
004200               date the owner is reminded (columns 5-7, default
004300               30).
004400
004500               Each run lists the transactions, then every report
004600               whose recertification has lapsed. One lapsed for
004700               longer than the grace period is marked archive
004800               only in the registry and written to the APKSUBA
004900               list: from the next ACIF run on, the APKEDLV step
005000               takes its statements out of the print dataset (the
005100               archive, built from the ACIF output, still has
005200               them) until its owner recertifies it. The month's
005300               APKDACC accounting records then give each report
005400               that ran its pages and, at the APKRATE rates, its
005500               cost, with the state of its subscription; a report
005600               that ran with no live subscription is listed apart.
005700               The summary history carries no report number, so
005800               the accounting records are the record of what ran.
005900
006000               The recertification notices go to the owners: one
006100               page per owning department on PAPKSUBN, listing
006200               each of its reports that is due within the notice
006300               lead or already lapsed, with the days left before
006400               it is archived only.
006500
006600               The month is given in the EXEC PARM as YYYYMM; with
006700               no PARM the current month is reported.
006800
006900               Allocate these DDs:
007000                 APKSUBT  - the registry cards
007100                 APKSUBC  - the grace period card
007200                 APKSUBM  - the subscription registry (VSAM
007300                            KSDS, 120-byte records, 3-byte key),
007400                            opened for update
007500                 APKDACC  - the month's accounting records
007600                 APKRATE  - the rate cards, as for APKDACCR
007700                 APKSUBA  - the archive-only list APKEDLV reads,
007800                            80-byte records, rewritten each run
007900                 PAPKSUBR - the printed review, LRECL 125,
008000                            BLKSIZE n*125+4, VBA
008100                 PAPKSUBN - the recertification notices, the
008200                            same
008300               The step ends with return code 4 when a card was
008400               rejected, a report ran with no live subscription,
008500               a recertification has lapsed, or there is no rate
008600               card; 8 when the PARM is in error.
008700 DATE-WRITTEN. 15 Oct 2026.
008800 DATE-COMPILED.
008900 SECURITY. IBM SAMPLE CODE ONLY.
009000*/**************************************************************/
009100*/* Licensed under the Apache License, Version 2.0 (the        */
009200*/* "License"); you may not use this file except in compliance */
009300*/* with the License. You may obtain a copy of the License at  */
009400*/*                                                            */
009500*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009600*/*                                                            */
009700*/* Unless required by applicable law or agreed to in writing, */
009800*/* software distributed under the License is distributed on an*/
009900*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
010000*/* KIND, either express or implied.  See the License for the  */
010100*/* specific language governing permissions and limitations    */
010200*/* under the License.                                         */
010300*/*------------------------------------------------------------*/
010400*/*                                                            */
010500*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
010600*/*                                                            */
010700*/*   Permission to use, copy, modify, and distribute          */
010800*/*   this software for any purpose with or without fee        */
010900*/*   is hereby granted, provided that the above               */
011000*/*   copyright notices appear in all copies.                  */
011100*/*                                                            */
011200*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
011300*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
011400*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
011500*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
011600*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
011700*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
011800*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
011900*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
012000*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
012100*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
012200*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
012300*/**************************************************************/
012400 TITLE 'ACIF Report Subscription Review'.
012500 ENVIRONMENT DIVISION.
012600 CONFIGURATION SECTION.
012700 SOURCE-COMPUTER. IBM-370.
012800 OBJECT-COMPUTER. IBM-370.
012900 INPUT-OUTPUT SECTION.
013000 FILE-CONTROL.
013100     SELECT PRINT-FILE ASSIGN TO PAPKSUBR.
013200     SELECT NOTICE-FILE ASSIGN TO PAPKSUBN.
013300     SELECT SUBT-FILE ASSIGN TO APKSUBT
013400         ORGANIZATION SEQUENTIAL.
013500     SELECT SUBC-FILE ASSIGN TO APKSUBC
013600         ORGANIZATION SEQUENTIAL.
013700     SELECT SUBM-FILE ASSIGN TO APKSUBM
013800         ORGANIZATION INDEXED
013900         ACCESS MODE DYNAMIC
014000         RECORD KEY IS SUBM-REPTNUM
014100         FILE STATUS IS SUBM-STATUS.
014200     SELECT ACCT-FILE ASSIGN TO APKDACC
014300         ORGANIZATION SEQUENTIAL.
014400     SELECT RATE-FILE ASSIGN TO APKRATE
014500         ORGANIZATION SEQUENTIAL.
014600     SELECT SUBA-FILE ASSIGN TO APKSUBA
014700         ORGANIZATION SEQUENTIAL.
014800     EJECT
014900 DATA DIVISION.
015000 FILE SECTION.
015100 FD  PRINT-FILE
015200     BLOCK CONTAINS 0
015300     LABEL RECORDS STANDARD
015400     RECORD VARYING DEPENDING ON PRINT-REC-LEN
015500     RECORDING MODE V.
015600 01  PRINT-RECORD.
015700     05  PRINT-DATA          OCCURS 1 TO 255,
015800                             DEPENDING ON PRINT-REC-LEN,
015900                             PIC X.
016000 FD  NOTICE-FILE
016100     BLOCK CONTAINS 0
016200     LABEL RECORDS STANDARD
016300     RECORD VARYING DEPENDING ON PRINT-REC-LEN
016400     RECORDING MODE V.
016500 01  NOTICE-RECORD.
016600     05  NOTICE-DATA         OCCURS 1 TO 255,
016700                             DEPENDING ON PRINT-REC-LEN,
016800                             PIC X.
016900* one card per registry transaction.
017000 FD  SUBT-FILE
017100     LABEL RECORDS STANDARD
017200     RECORDING MODE F
017300     BLOCK CONTAINS 0
017400     RECORD CONTAINS 80 CHARACTERS.
017500 01  SUBT-CARD                   PIC X(80).
017600* the grace period and notice lead, in days.
017700 FD  SUBC-FILE
017800     LABEL RECORDS STANDARD
017900     RECORDING MODE F
018000     BLOCK CONTAINS 0
018100     RECORD CONTAINS 80 CHARACTERS.
018200 01  SUBC-CARD.
018300     05  SUBC-GRACE-DAYS         PIC 9(3).
018400     05  FILLER                  PIC X.
018500     05  SUBC-LEAD-DAYS          PIC 9(3).
018600     05  FILLER                  PIC X(73).
018700* one record per report number. blank in the status byte is a
018800* live subscription; A takes the report off print (APKEDLV reads
018900* the APKSUBA list this program writes from it); C is cancelled.
019000 FD  SUBM-FILE
019100     LABEL RECORDS STANDARD
019200     RECORD CONTAINS 120 CHARACTERS.
019300 01  SUBM-RECORD.
019400     05  SUBM-REPTNUM            PIC XXX.
019500     05  SUBM-STATUS-CODE        PIC X.
019600         88  SUBM-LIVE           VALUE SPACE.
019700         88  SUBM-ARCHIVE-ONLY   VALUE 'A'.
019800         88  SUBM-CANCELLED      VALUE 'C'.
019900     05  SUBM-DEPT               PIC 9(4).
020000     05  SUBM-RECIPIENT          PIC X(30).
020100     05  SUBM-COPIES             PIC 99.
020200     05  SUBM-DELIVERY           PIC X.
020300         88  SUBM-PAPER          VALUE 'P'.
020400         88  SUBM-ELECTRONIC     VALUE 'E'.
020500     05  SUBM-ADD-DATE           PIC 9(8).
020600     05  SUBM-CONFIRM-DATE       PIC 9(8).
020700     05  SUBM-RECERT-DATE        PIC 9(8).
020800     05  SUBM-NOTICE-DATE        PIC 9(8).
020900     05  SUBM-ARCHIVE-DATE       PIC 9(8).
021000     05  SUBM-CANCEL-DATE        PIC 9(8).
021100     05  FILLER                  PIC X(31).
021200* one record per department and report number per run, appended
021300* by APKINPXT at each run's EOF.
021400 FD  ACCT-FILE
021500     LABEL RECORDS STANDARD
021600     RECORDING MODE F
021700     BLOCK CONTAINS 0
021800     RECORD CONTAINS 80 CHARACTERS.
021900 01  DACC-RECORD.
022000     05  DACC-JOBID          PIC X(8).
022100     05  DACC-RUNDATE        PIC 9(8).
022200     05  DACC-DEPT           PIC 9(4).
022300     05  DACC-REPTNUM        PIC XXX.
022400     05  DACC-PAGECNT        PIC 9(8).
022500     05  DACC-EPAGECNT       PIC 9(8).
022600     05  FILLER              PIC X(41).
022700* one card per report number naming its cost per page; ***
022800* names the default for reports without their own card.
022900 FD  RATE-FILE
023000     LABEL RECORDS STANDARD
023100     RECORDING MODE F
023200     BLOCK CONTAINS 0
023300     RECORD CONTAINS 80 CHARACTERS.
023400 01  RATE-CARD.
023500     05  RCTL-REPTNUM        PIC XXX.
023600     05  RCTL-RATE           PIC 9(4)V99.
023700     05  FILLER              PIC X(71).
023800* one record per report taken off print, for APKEDLV.
023900 FD  SUBA-FILE
024000     LABEL RECORDS STANDARD
024100     RECORDING MODE F
024200     BLOCK CONTAINS 0
024300     RECORD CONTAINS 80 CHARACTERS.
024400 01  SUBA-RECORD.
024500     05  SUBA-REPTNUM        PIC XXX.
024600     05  FILLER              PIC X.
024700     05  SUBA-DEPT           PIC 9(4).
024800     05  FILLER              PIC X.
024900     05  SUBA-RECERT-DATE    PIC 9(8).
025000     05  FILLER              PIC X.
025100     05  SUBA-ARCHIVE-DATE   PIC 9(8).
025200     05  FILLER              PIC X(54).
025300     EJECT
025400 WORKING-STORAGE SECTION.
025500 77  PGMNAME                 PIC X(8) VALUE 'APKSUBR'.
025600 77  APKDAYNO                PIC X(8) VALUE 'APKDAYNO'.
025700 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
025800 77  SUBM-STATUS             PIC XX VALUE SPACES.
025900 77  SUBT-EOF-FLAG           PIC X VALUE LOW-VALUE.
026000     88  SUBT-EOF            VALUE HIGH-VALUE.
026100     88  SUBT-NOTEOF         VALUE LOW-VALUE.
026200 77  SUBM-EOF-FLAG           PIC X VALUE LOW-VALUE.
026300     88  SUBM-EOF            VALUE HIGH-VALUE.
026400     88  SUBM-NOTEOF         VALUE LOW-VALUE.
026500 77  ACCT-EOF-FLAG           PIC X VALUE LOW-VALUE.
026600     88  ACCT-EOF            VALUE HIGH-VALUE.
026700     88  ACCT-NOTEOF         VALUE LOW-VALUE.
026800 77  RATE-EOF-FLAG           PIC X VALUE LOW-VALUE.
026900     88  RATE-EOF            VALUE HIGH-VALUE.
027000     88  RATE-NOTEOF         VALUE LOW-VALUE.
027100 77  SUBM-FOUND-FLAG         PIC X VALUE 'N'.
027200     88  SUBM-FOUND          VALUE 'Y'.
027300     88  SUBM-NOTFOUND       VALUE 'N'.
027400 77  ENTRY-FOUND-FLAG        PIC X VALUE LOW-VALUE.
027500     88  ENTRY-FOUND         VALUE HIGH-VALUE.
027600     88  ENTRY-NOTFOUND      VALUE LOW-VALUE.
027700 77  TRUNC-FLAG              PIC X VALUE 'N'.
027800     88  TABLE-TRUNCATED     VALUE 'Y'.
027900 77  NORATE-FLAG             PIC X VALUE 'N'.
028000     88  NO-RATE-TABLE       VALUE 'Y'.
028100 77  MAX-RATE-ENTRIES        PIC 9(4) BINARY VALUE 50.
028200 77  MAX-RPT-ENTRIES         PIC 9(4) BINARY VALUE 500.
028300 77  MAX-NTC-ENTRIES         PIC 9(4) BINARY VALUE 500.
028400 77  GRACE-DAYS              PIC 9(3) VALUE 30.
028500 77  LEAD-DAYS               PIC 9(3) VALUE 30.
028600 77  DEFAULT-RATE            PIC 9(4)V99 VALUE ZERO.
028700 77  WK-RATE                 PIC 9(4)V99 VALUE ZERO.
028800 77  WK-AMOUNT               PIC 9(9)V99 VALUE ZERO.
028900 77  WK-PRINTED              PIC 9(8) VALUE ZERO.
029000 77  WK-EPAGES               PIC 9(8) VALUE ZERO.
029100 77  WK-DAYS                 PIC S9(8) BINARY VALUE ZERO.
029200 77  WK-DAYS-LEFT            PIC S9(8) BINARY VALUE ZERO.
029300 77  WK-DEPT                 PIC 9(4) VALUE ZERO.
029400 77  TODAY-DATE              PIC 9(8) VALUE ZERO.
029500 77  TODAY-DAYNO             PIC 9(8) BINARY VALUE ZERO.
029600 77  RECERT-DAYNO            PIC 9(8) BINARY VALUE ZERO.
029700 77  TRAN-CNTR               PIC 9(8) BINARY VALUE ZERO.
029800 77  REJECT-CNTR             PIC 9(8) BINARY VALUE ZERO.
029900 77  SUBM-CNTR               PIC 9(8) BINARY VALUE ZERO.
030000 77  LAPSED-CNTR             PIC 9(8) BINARY VALUE ZERO.
030100 77  ARCHIVE-CNTR            PIC 9(8) BINARY VALUE ZERO.
030200 77  NEWARCH-CNTR            PIC 9(8) BINARY VALUE ZERO.
030300 77  NOSUB-CNTR              PIC 9(8) BINARY VALUE ZERO.
030400 77  NOTICE-CNTR             PIC 9(8) BINARY VALUE ZERO.
030500 77  GRAND-PAGE-CNTR         PIC 9(8) BINARY VALUE ZERO.
030600 77  GRAND-EPAGE-CNTR        PIC 9(8) BINARY VALUE ZERO.
030700 77  GRAND-AMOUNT            PIC 9(9)V99 VALUE ZERO.
030800 77  NOSUB-AMOUNT            PIC 9(9)V99 VALUE ZERO.
030900 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.
031000* the month reported, YYYYMM.
031100 01  REPORT-MONTH-AREA.
031200     05  REPORT-MONTH        PIC 9(6) VALUE ZERO.
031300     05  REPORT-MONTH-X      REDEFINES REPORT-MONTH PIC X(6).
031400* a date a year on: the same day next year, the 28th for the
031500* 29th of february.
031600 01  YEAR-ON-DATE.
031700     05  YO-YEAR             PIC 9(4).
031800     05  YO-MMDD             PIC 9(4).
031900 01  YEAR-ON-DATE-N          REDEFINES YEAR-ON-DATE PIC 9(8).
032000* the transaction in hand.
032100 01  WK-SUBT-CARD.
032200     05  WKT-TYPE            PIC X.
032300         88  WKT-ADD         VALUE 'A'.
032400         88  WKT-CHANGE      VALUE 'C'.
032500         88  WKT-RECERTIFY   VALUE 'R'.
032600         88  WKT-CANCEL      VALUE 'D'.
032700         88  WKT-COMMENT     VALUE '*'.
032800     05  FILLER              PIC X.
032900     05  WKT-REPTNUM         PIC XXX.
033000     05  FILLER              PIC X.
033100     05  WKT-DEPT            PIC 9(4).
033200     05  WKT-DEPT-X          REDEFINES WKT-DEPT PIC X(4).
033300     05  FILLER              PIC X.
033400     05  WKT-RECIPIENT       PIC X(30).
033500     05  FILLER              PIC X.
033600     05  WKT-COPIES          PIC 99.
033700     05  WKT-COPIES-X        REDEFINES WKT-COPIES PIC XX.
033800     05  FILLER              PIC X.
033900     05  WKT-DELIVERY        PIC X.
034000     05  FILLER              PIC X.
034100     05  WKT-RECERT-DATE     PIC 9(8).
034200     05  WKT-RECERT-DATE-X   REDEFINES WKT-RECERT-DATE PIC X(8).
034300     05  FILLER              PIC X(25).
034400     SKIP1
034500* cost per page by report number, from the APKRATE cards.
034600 01  RATE-TABLE.
034700     05  RAT-CNTR            PIC 9(4) BINARY VALUE ZERO.
034800     05  RAT-ENTRY           OCCURS 50 TIMES
034900                             DEPENDING ON RAT-CNTR
035000                             INDEXED BY RAT-INDEX.
035100         10  RAT-REPTNUM     PIC XXX.
035200         10  RAT-RATE        PIC 9(4)V99.
035300     SKIP1
035400* what each report cost in the month, from the accounting
035500* records: the department of its first record, its records
035600* (one per department per run), printed and e-delivered pages.
035700 01  REPORT-TABLE.
035800     05  RPT-CNTR            PIC 9(4) BINARY VALUE ZERO.
035900     05  RPT-ENTRY           OCCURS 500 TIMES
036000                             DEPENDING ON RPT-CNTR
036100                             INDEXED BY RPT-INDEX.
036200         10  RPT-REPTNUM     PIC XXX.
036300         10  RPT-DEPT        PIC 9(4).
036400         10  RPT-RUNS        PIC 9(8) BINARY.
036500         10  RPT-PAGECNT     PIC 9(8) BINARY.
036600         10  RPT-EPAGECNT    PIC 9(8) BINARY.
036700         10  RPT-AMOUNT      PIC 9(9)V99.
036800     SKIP1
036900* the reports due a notice, printed by owning department.
037000 01  NOTICE-TABLE.
037100     05  NTC-CNTR            PIC 9(4) BINARY VALUE ZERO.
037200     05  NTC-ENTRY           OCCURS 500 TIMES
037300                             DEPENDING ON NTC-CNTR
037400                             INDEXED BY NTC-INDEX.
037500         10  NTC-DEPT        PIC 9(4).
037600         10  NTC-REPTNUM     PIC XXX.
037700         10  NTC-RECIPIENT   PIC X(30).
037800         10  NTC-COPIES      PIC 99.
037900         10  NTC-DELIVERY    PIC X.
038000         10  NTC-RECERT-DATE PIC 9(8).
038100         10  NTC-DAYS-LEFT   PIC S9(8) BINARY.
038200         10  NTC-PRINTED     PIC X.
038300     05  NTC-SCAN-INDEX      PIC 9(4) BINARY VALUE ZERO.
038400     SKIP1
038500 01  PAGE-TITLE.
038600     05  FILLER              PIC X   VALUE '1'.
038700     05  FILLER              PIC X(41) VALUE
038800         'ACIF REPORT SUBSCRIPTION REVIEW FOR MONTH'.
038900     05  FILLER              PIC X VALUE SPACE.
039000     05  PT-MONTH            PIC 9(6).
039100     05  FILLER              PIC X(7) VALUE '   RUN '.
039200     05  PT-RUNDATE          PIC 9(8).
039300     SKIP1
039400 01  SECTION-TITLE.
039500     05  FILLER              PIC X   VALUE '-'.
039600     05  ST-TEXT             PIC X(60).
039700     SKIP1
039800 01  TRAN-HEADING.
039900     05  FILLER              PIC X   VALUE '0'.
040000     05  FILLER              PIC X(40) VALUE
040100         'T RPT DEPT RECIPIENT                    '.
040200     05  FILLER              PIC X(22) VALUE
040300         '  CP D RECERT   ACTION'.
040400     SKIP1
040500 01  TRAN-DETAIL.
040600     05  FILLER              PIC X   VALUE SPACE.
040700     05  TD-TYPE             PIC X.
040800     05  FILLER              PIC X VALUE SPACE.
040900     05  TD-REPTNUM          PIC XXX.
041000     05  FILLER              PIC X VALUE SPACE.
041100     05  TD-DEPT             PIC X(4).
041200     05  FILLER              PIC X VALUE SPACE.
041300     05  TD-RECIPIENT        PIC X(30).
041400     05  FILLER              PIC X VALUE SPACE.
041500     05  TD-COPIES           PIC XX.
041600     05  FILLER              PIC X VALUE SPACE.
041700     05  TD-DELIVERY         PIC X.
041800     05  FILLER              PIC X VALUE SPACE.
041900     05  TD-RECERT-DATE      PIC X(8).
042000     05  FILLER              PIC X VALUE SPACE.
042100     05  TD-ACTION           PIC X(20).
042200     SKIP1
042300 01  LAPSE-HEADING.
042400     05  FILLER              PIC X   VALUE '0'.
042500     05  FILLER              PIC X(40) VALUE
042600         'RPT DEPT RECIPIENT                      '.
042700     05  FILLER              PIC X(30) VALUE
042800         'RECERT DAYS LAPSED      ACTION'.
042900     SKIP1
043000 01  LAPSE-DETAIL.
043100     05  FILLER              PIC X   VALUE SPACE.
043200     05  LL-REPTNUM          PIC XXX.
043300     05  FILLER              PIC X VALUE SPACE.
043400     05  LL-DEPT             PIC 9(4).
043500     05  FILLER              PIC X VALUE SPACE.
043600     05  LL-RECIPIENT        PIC X(30).
043700     05  FILLER              PIC X VALUE SPACE.
043800     05  LL-RECERT-DATE      PIC 9(8).
043900     05  FILLER              PIC X(3) VALUE SPACES.
044000     05  LL-DAYS             PIC ZZZ,ZZ9.
044100     05  FILLER              PIC X(6) VALUE SPACES.
044200     05  LL-ACTION           PIC X(20).
044300     SKIP1
044400 01  COST-HEADING.
044500     05  FILLER              PIC X   VALUE '0'.
044600     05  FILLER              PIC X(40) VALUE
044700         'RPT DEPT    RUNS     PRINTED E-PAGES    '.
044800     05  FILLER              PIC X(25) VALUE
044900         '     AMOUNT  SUBSCRIPTION'.
045000     SKIP1
045100 01  COST-DETAIL.
045200     05  FILLER              PIC X   VALUE SPACE.
045300     05  LC-REPTNUM          PIC XXX.
045400     05  FILLER              PIC X VALUE SPACE.
045500     05  LC-DEPT             PIC 9(4).
045600     05  FILLER              PIC X VALUE SPACE.
045700     05  LC-RUNS             PIC ZZZ,ZZ9.
045800     05  FILLER              PIC X VALUE SPACE.
045900     05  LC-PAGECNT          PIC ZZZ,ZZZ,ZZ9.
046000     05  FILLER              PIC X VALUE SPACE.
046100     05  LC-EPAGECNT         PIC ZZZ,ZZ9.
046200     05  FILLER              PIC X VALUE SPACE.
046300     05  LC-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
046400     05  FILLER              PIC XX VALUE SPACES.
046500     05  LC-STATE            PIC X(12).
046600     SKIP1
046700 01  LINE-TOTAL.
046800     05  LT-CC               PIC X   VALUE SPACE.
046900     05  FILLER              PIC X(02) VALUE SPACES.
047000     05  LT-LABEL            PIC X(34).
047100     05  FILLER              PIC X VALUE SPACE.
047200     05  LT-COUNT            PIC ZZZ,ZZZ,ZZ9.
047300     SKIP1
047400 01  LINE-AMOUNT.
047500     05  FILLER              PIC X   VALUE SPACE.
047600     05  FILLER              PIC X(02) VALUE SPACES.
047700     05  LA-LABEL            PIC X(34).
047800     05  FILLER              PIC X VALUE SPACE.
047900     05  LA-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
048000     SKIP1
048100 01  LINE-NOTICE.
048200     05  FILLER              PIC X   VALUE SPACE.
048300     05  LN-TEXT             PIC X(60).
048400     SKIP1
048500* the recertification notice, one page per owning department.
048600 01  NOTICE-TITLE.
048700     05  FILLER              PIC X   VALUE '1'.
048800     05  FILLER              PIC X(39) VALUE
048900         'REPORT SUBSCRIPTION RECERTIFICATION FOR'.
049000     05  FILLER              PIC X(12) VALUE ' DEPARTMENT '.
049100     05  NT-DEPT             PIC 9(4).
049200     05  FILLER              PIC X(7) VALUE '   RUN '.
049300     05  NT-RUNDATE          PIC 9(8).
049400     SKIP1
049500 01  NOTICE-HEADING.
049600     05  FILLER              PIC X   VALUE '0'.
049700     05  FILLER              PIC X(40) VALUE
049800         'RPT RECIPIENT                        CP '.
049900     05  FILLER              PIC X(35) VALUE
050000         ' DELIVERY  RECERT    DAYS LEFT NOTE'.
050100     SKIP1
050200 01  NOTICE-DETAIL.
050300     05  FILLER              PIC X   VALUE SPACE.
050400     05  ND-REPTNUM          PIC XXX.
050500     05  FILLER              PIC X VALUE SPACE.
050600     05  ND-RECIPIENT        PIC X(30).
050700     05  FILLER              PIC X(3) VALUE SPACES.
050800     05  ND-COPIES           PIC Z9.
050900     05  FILLER              PIC X(2) VALUE SPACES.
051000     05  ND-DELIVERY         PIC X(10).
051100     05  ND-RECERT-DATE      PIC 9(8).
051200     05  FILLER              PIC X(3) VALUE SPACES.
051300     05  ND-DAYS-LEFT        PIC ZZZ,ZZ9-.
051400     05  FILLER              PIC X VALUE SPACE.
051500     05  ND-NOTE             PIC X(20).
051600     SKIP1
051700 01  NOTICE-TEXT.
051800     05  NX-CC               PIC X   VALUE SPACE.
051900     05  NX-TEXT             PIC X(72).
052000 LINKAGE SECTION.
052100 01  PARM-AREA.
052200     05  PARM-LEN            PIC S9(4) BINARY.
052300     05  PARM-DATA           PIC X(6).
052400 TITLE 'Initialization and Main Line'.
052500 PROCEDURE DIVISION USING PARM-AREA.
052600 0000-MAINLINE.
052700     PERFORM 0010-INITIALIZE.
052800     PERFORM 0030-PROCESS-TRANSACTION
052900         UNTIL SUBT-EOF.
053000     CLOSE SUBT-FILE.
053100     PERFORM 0300-REVIEW-REGISTRY.
053200     PERFORM 0400-PROCESS-ACCT-RECORD
053300         UNTIL ACCT-EOF.
053400     CLOSE ACCT-FILE.
053500     PERFORM 0500-PRINT-COSTS.
053600     PERFORM 0600-PRINT-NOTICES.
053700     PERFORM 0700-PRINT-TOTALS.
053800     PERFORM 0800-TERMINATE.
053900     IF REJECT-CNTR > ZERO OR NOSUB-CNTR > ZERO
054000        OR LAPSED-CNTR > ZERO OR NO-RATE-TABLE
054100      THEN
054200       MOVE 4 TO RETURN-CODE
054300     END-IF.
054400     STOP RUN.
054500 0010-INITIALIZE.
054600     ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
054700     MOVE WS-RUNDATE TO TODAY-DATE.
054800     IF PARM-LEN = ZERO
054900      THEN
055000       MOVE WS-RUNDATE (1 : 6) TO REPORT-MONTH-X
055100      ELSE
055200       MOVE PARM-DATA TO REPORT-MONTH-X;
055300       IF PARM-LEN NOT = 6 OR REPORT-MONTH-X NOT NUMERIC
055400        THEN
055500         DISPLAY PGMNAME ' PARM MUST BE THE MONTH, YYYYMM. '
055600           'NOTHING REPORTED.';
055700         MOVE 8 TO RETURN-CODE;
055800         STOP RUN
055900       END-IF
056000     END-IF.
056100     CALL APKDAYNO USING TODAY-DATE, TODAY-DAYNO.
056200     PERFORM 0012-LOAD-RATES.
056300     PERFORM 0014-LOAD-CONTROL.
056400     OPEN OUTPUT PRINT-FILE, NOTICE-FILE.
056500     OPEN INPUT SUBT-FILE.
056600     OPEN I-O SUBM-FILE.
056700     OPEN INPUT ACCT-FILE.
056800     OPEN OUTPUT SUBA-FILE.
056900     MOVE REPORT-MONTH TO PT-MONTH.
057000     MOVE TODAY-DATE TO PT-RUNDATE.
057100     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
057200     WRITE PRINT-RECORD FROM PAGE-TITLE.
057300     MOVE 'REGISTRY TRANSACTIONS' TO ST-TEXT.
057400     PERFORM 0190-PRINT-SECTION.
057500     MOVE LENGTH OF TRAN-HEADING TO PRINT-REC-LEN.
057600     WRITE PRINT-RECORD FROM TRAN-HEADING.
057700     SET SUBT-NOTEOF TO TRUE.
057800     PERFORM 0020-READ-TRANSACTION.
057900     SET ACCT-NOTEOF TO TRUE.
058000     PERFORM 0015-READ-ACCT.
058100 0012-LOAD-RATES.
058200* the same rate table APKDACCR prices the month's pages with.
058300     OPEN INPUT RATE-FILE.
058400     SET RATE-NOTEOF TO TRUE.
058500     PERFORM UNTIL RATE-EOF
058600       READ RATE-FILE
058700        AT END
058800         SET RATE-EOF TO TRUE
058900        NOT AT END
059000         PERFORM 0013-ADD-RATE-ENTRY
059100       END-READ
059200     END-PERFORM.
059300     CLOSE RATE-FILE.
059400     IF RAT-CNTR = ZERO
059500      THEN
059600       SET NO-RATE-TABLE TO TRUE
059700     END-IF.
059800 0013-ADD-RATE-ENTRY.
059900     IF RCTL-RATE NUMERIC AND RAT-CNTR < MAX-RATE-ENTRIES
060000      THEN
060100       ADD 1 TO RAT-CNTR;
060200       SET RAT-INDEX TO RAT-CNTR;
060300       MOVE RCTL-REPTNUM TO RAT-REPTNUM (RAT-INDEX);
060400       MOVE RCTL-RATE TO RAT-RATE (RAT-INDEX);
060500       IF RCTL-REPTNUM = '***'
060600        THEN
060700         MOVE RCTL-RATE TO DEFAULT-RATE
060800       END-IF
060900     END-IF.
061000 0014-LOAD-CONTROL.
061100* an absent or blank card leaves both periods at 30 days.
061200     OPEN INPUT SUBC-FILE.
061300     READ SUBC-FILE
061400      AT END
061500       MOVE SPACES TO SUBC-CARD
061600     END-READ.
061700     CLOSE SUBC-FILE.
061800     IF SUBC-GRACE-DAYS NUMERIC
061900      THEN
062000       MOVE SUBC-GRACE-DAYS TO GRACE-DAYS
062100     END-IF.
062200     IF SUBC-LEAD-DAYS NUMERIC
062300      THEN
062400       MOVE SUBC-LEAD-DAYS TO LEAD-DAYS
062500     END-IF.
062600 0015-READ-ACCT.
062700     READ ACCT-FILE
062800      AT END
062900       SET ACCT-EOF TO TRUE
063000     END-READ.
063100 0020-READ-TRANSACTION.
063200     READ SUBT-FILE INTO WK-SUBT-CARD
063300      AT END
063400       SET SUBT-EOF TO TRUE
063500     END-READ.
063600     EJECT
063700 TITLE 'Apply the Registry Cards'.
063800 0030-PROCESS-TRANSACTION.
063900     IF WKT-COMMENT OR WK-SUBT-CARD = SPACES
064000      THEN
064100       PERFORM 0020-READ-TRANSACTION
064200      ELSE
064300       PERFORM 0035-APPLY-TRANSACTION
064400     END-IF.
064500 0035-APPLY-TRANSACTION.
064600     ADD 1 TO TRAN-CNTR.
064700     MOVE SPACES TO TRAN-DETAIL.
064800     MOVE WKT-TYPE TO TD-TYPE.
064900     MOVE WKT-REPTNUM TO TD-REPTNUM.
065000     MOVE WKT-DEPT-X TO TD-DEPT.
065100     MOVE WKT-RECIPIENT TO TD-RECIPIENT.
065200     MOVE WKT-COPIES-X TO TD-COPIES.
065300     MOVE WKT-DELIVERY TO TD-DELIVERY.
065400     MOVE WKT-RECERT-DATE-X TO TD-RECERT-DATE.
065500     EVALUATE TRUE
065600      WHEN WKT-REPTNUM = SPACES
065700       MOVE 'NO REPORT NUMBER' TO TD-ACTION;
065800       ADD 1 TO REJECT-CNTR
065900      WHEN WKT-ADD
066000       PERFORM 0100-ADD-SUBSCRIPTION THRU 0100-EXIT
066100      WHEN WKT-CHANGE
066200       PERFORM 0110-CHANGE-SUBSCRIPTION THRU 0110-EXIT
066300      WHEN WKT-RECERTIFY
066400       PERFORM 0120-RECERTIFY THRU 0120-EXIT
066500      WHEN WKT-CANCEL
066600       PERFORM 0130-CANCEL-SUBSCRIPTION THRU 0130-EXIT
066700      WHEN OTHER
066800       MOVE 'INVALID CARD' TO TD-ACTION;
066900       ADD 1 TO REJECT-CNTR
067000     END-EVALUATE.
067100     MOVE LENGTH OF TRAN-DETAIL TO PRINT-REC-LEN.
067200     WRITE PRINT-RECORD FROM TRAN-DETAIL.
067300     PERFORM 0020-READ-TRANSACTION.
067400 0100-ADD-SUBSCRIPTION.
067500* a new subscription, or a cancelled one taken up again. the
067600* first recertification falls a year on unless the card names it.
067700     IF WKT-DEPT-X NOT NUMERIC
067800        OR WKT-RECIPIENT = SPACES
067900        OR (WKT-COPIES-X NOT NUMERIC
068000            AND WKT-COPIES-X NOT = SPACES)
068100        OR (WKT-RECERT-DATE-X NOT NUMERIC
068200            AND WKT-RECERT-DATE-X NOT = SPACES)
068300      THEN
068400       MOVE 'INVALID CARD' TO TD-ACTION;
068500       ADD 1 TO REJECT-CNTR;
068600       GO TO 0100-EXIT
068700     END-IF.
068800     MOVE WKT-REPTNUM TO SUBM-REPTNUM.
068900     PERFORM 0150-READ-REGISTRY.
069000     IF SUBM-FOUND AND NOT SUBM-CANCELLED
069100      THEN
069200       MOVE 'ALREADY ON FILE' TO TD-ACTION;
069300       ADD 1 TO REJECT-CNTR;
069400       GO TO 0100-EXIT
069500     END-IF.
069600     IF SUBM-FOUND
069700      THEN
069800       MOVE 'REINSTATED' TO TD-ACTION
069900      ELSE
070000       MOVE SPACES TO SUBM-RECORD;
070100       MOVE WKT-REPTNUM TO SUBM-REPTNUM;
070200       MOVE 'ADDED' TO TD-ACTION
070300     END-IF.
070400     SET SUBM-LIVE TO TRUE.
070500     MOVE WKT-DEPT TO SUBM-DEPT.
070600     MOVE WKT-RECIPIENT TO SUBM-RECIPIENT.
070700     IF WKT-COPIES-X = SPACES OR WKT-COPIES = ZERO
070800      THEN
070900       MOVE 1 TO SUBM-COPIES
071000      ELSE
071100       MOVE WKT-COPIES TO SUBM-COPIES
071200     END-IF.
071300     IF WKT-DELIVERY = 'E'
071400      THEN
071500       SET SUBM-ELECTRONIC TO TRUE
071600      ELSE
071700       SET SUBM-PAPER TO TRUE
071800     END-IF.
071900     MOVE TODAY-DATE TO SUBM-ADD-DATE, SUBM-CONFIRM-DATE.
072000     IF WKT-RECERT-DATE-X = SPACES
072100      THEN
072200       PERFORM 0160-SET-YEAR-ON
072300      ELSE
072400       MOVE WKT-RECERT-DATE TO SUBM-RECERT-DATE
072500     END-IF.
072600     MOVE ZERO TO SUBM-NOTICE-DATE, SUBM-ARCHIVE-DATE.
072700     MOVE ZERO TO SUBM-CANCEL-DATE.
072800     MOVE SUBM-RECERT-DATE TO TD-RECERT-DATE.
072900     PERFORM 0155-WRITE-REGISTRY.
073000 0100-EXIT.
073100     EXIT.
073200 0110-CHANGE-SUBSCRIPTION.
073300* the owner, recipient, copies or delivery change; the dates and
073400* the status stand.
073500     IF (WKT-DEPT-X NOT NUMERIC AND WKT-DEPT-X NOT = SPACES)
073600        OR (WKT-COPIES-X NOT NUMERIC
073700            AND WKT-COPIES-X NOT = SPACES)
073800      THEN
073900       MOVE 'INVALID CARD' TO TD-ACTION;
074000       ADD 1 TO REJECT-CNTR;
074100       GO TO 0110-EXIT
074200     END-IF.
074300     MOVE WKT-REPTNUM TO SUBM-REPTNUM.
074400     PERFORM 0150-READ-REGISTRY.
074500     IF SUBM-NOTFOUND OR SUBM-CANCELLED
074600      THEN
074700       MOVE 'NOT SUBSCRIBED' TO TD-ACTION;
074800       ADD 1 TO REJECT-CNTR;
074900       GO TO 0110-EXIT
075000     END-IF.
075100     IF WKT-DEPT-X NOT = SPACES
075200      THEN
075300       MOVE WKT-DEPT TO SUBM-DEPT
075400     END-IF.
075500     IF WKT-RECIPIENT NOT = SPACES
075600      THEN
075700       MOVE WKT-RECIPIENT TO SUBM-RECIPIENT
075800     END-IF.
075900     IF WKT-COPIES-X NOT = SPACES AND WKT-COPIES > ZERO
076000      THEN
076100       MOVE WKT-COPIES TO SUBM-COPIES
076200     END-IF.
076300     IF WKT-DELIVERY = 'E' OR WKT-DELIVERY = 'P'
076400      THEN
076500       MOVE WKT-DELIVERY TO SUBM-DELIVERY
076600     END-IF.
076700     MOVE 'CHANGED' TO TD-ACTION.
076800     PERFORM 0155-WRITE-REGISTRY.
076900 0110-EXIT.
077000     EXIT.
077100 0120-RECERTIFY.
077200* the owner still wants the report: the next recertification is a
077300* year on, and a report taken off print goes back on.
077400     MOVE WKT-REPTNUM TO SUBM-REPTNUM.
077500     PERFORM 0150-READ-REGISTRY.
077600     IF SUBM-NOTFOUND OR SUBM-CANCELLED
077700      THEN
077800       MOVE 'NOT SUBSCRIBED' TO TD-ACTION;
077900       ADD 1 TO REJECT-CNTR;
078000       GO TO 0120-EXIT
078100     END-IF.
078200     IF SUBM-ARCHIVE-ONLY
078300      THEN
078400       MOVE 'RECERTIFIED, PRINTS' TO TD-ACTION
078500      ELSE
078600       MOVE 'RECERTIFIED' TO TD-ACTION
078700     END-IF.
078800     SET SUBM-LIVE TO TRUE.
078900     MOVE TODAY-DATE TO SUBM-CONFIRM-DATE.
079000     PERFORM 0160-SET-YEAR-ON.
079100     MOVE ZERO TO SUBM-ARCHIVE-DATE.
079200     MOVE SUBM-RECERT-DATE TO TD-RECERT-DATE.
079300     PERFORM 0155-WRITE-REGISTRY.
079400 0120-EXIT.
079500     EXIT.
079600 0130-CANCEL-SUBSCRIPTION.
079700     MOVE WKT-REPTNUM TO SUBM-REPTNUM.
079800     PERFORM 0150-READ-REGISTRY.
079900     IF SUBM-NOTFOUND OR SUBM-CANCELLED
080000      THEN
080100       MOVE 'NOT SUBSCRIBED' TO TD-ACTION;
080200       ADD 1 TO REJECT-CNTR;
080300       GO TO 0130-EXIT
080400     END-IF.
080500     SET SUBM-CANCELLED TO TRUE.
080600     MOVE TODAY-DATE TO SUBM-CANCEL-DATE.
080700     MOVE 'CANCELLED' TO TD-ACTION.
080800     PERFORM 0155-WRITE-REGISTRY.
080900 0130-EXIT.
081000     EXIT.
081100 0150-READ-REGISTRY.
081200     SET SUBM-FOUND TO TRUE.
081300     READ SUBM-FILE
081400      INVALID KEY
081500       SET SUBM-NOTFOUND TO TRUE
081600     END-READ.
081700 0155-WRITE-REGISTRY.
081800     IF SUBM-FOUND
081900      THEN
082000       REWRITE SUBM-RECORD
082100      ELSE
082200       WRITE SUBM-RECORD
082300     END-IF.
082400 0160-SET-YEAR-ON.
082500     MOVE TODAY-DATE TO YEAR-ON-DATE-N.
082600     ADD 1 TO YO-YEAR.
082700     IF YO-MMDD = 0229
082800      THEN
082900       MOVE 0228 TO YO-MMDD
083000     END-IF.
083100     MOVE YEAR-ON-DATE-N TO SUBM-RECERT-DATE.
083200 0190-PRINT-SECTION.
083300     MOVE LENGTH OF SECTION-TITLE TO PRINT-REC-LEN.
083400     WRITE PRINT-RECORD FROM SECTION-TITLE.
083500     EJECT
083600 TITLE 'Review the Registry'.
083700 0300-REVIEW-REGISTRY.
083800* one pass of the registry after the cards: every subscription
083900* lapsed or coming due is noted for its owner, and one lapsed
084000* beyond the grace period is taken off print.
084100     MOVE 'RECERTIFICATION LAPSED' TO ST-TEXT.
084200     PERFORM 0190-PRINT-SECTION.
084300     MOVE LENGTH OF LAPSE-HEADING TO PRINT-REC-LEN.
084400     WRITE PRINT-RECORD FROM LAPSE-HEADING.
084500     MOVE LOW-VALUES TO SUBM-REPTNUM.
084600     SET SUBM-NOTEOF TO TRUE.
084700     START SUBM-FILE KEY IS NOT LESS THAN SUBM-REPTNUM
084800      INVALID KEY
084900       SET SUBM-EOF TO TRUE
085000     END-START.
085100     PERFORM 0310-REVIEW-SUBSCRIPTION
085200         UNTIL SUBM-EOF.
085300     IF LAPSED-CNTR = ZERO
085400      THEN
085500       MOVE '  ** NO RECERTIFICATION HAS LAPSED **' TO LN-TEXT;
085600       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
085700       WRITE PRINT-RECORD FROM LINE-NOTICE
085800     END-IF.
085900 0310-REVIEW-SUBSCRIPTION.
086000     READ SUBM-FILE NEXT RECORD
086100      AT END
086200       SET SUBM-EOF TO TRUE
086300      NOT AT END
086400       IF NOT SUBM-CANCELLED
086500        THEN
086600         PERFORM 0320-CHECK-RECERTIFICATION
086700       END-IF
086800     END-READ.
086900 0320-CHECK-RECERTIFICATION.
087000     ADD 1 TO SUBM-CNTR.
087100     CALL APKDAYNO USING SUBM-RECERT-DATE, RECERT-DAYNO.
087200     COMPUTE WK-DAYS = TODAY-DAYNO - RECERT-DAYNO.
087300     IF WK-DAYS > ZERO
087400      THEN
087500       PERFORM 0330-LIST-LAPSED
087600     END-IF.
087700* the owner hears of it from the notice lead on; the days left
087800* run to the end of the grace period.
087900     IF WK-DAYS + LEAD-DAYS > ZERO
088000      THEN
088100       COMPUTE WK-DAYS-LEFT = GRACE-DAYS - WK-DAYS;
088200       PERFORM 0340-ADD-NOTICE;
088300       MOVE TODAY-DATE TO SUBM-NOTICE-DATE;
088400       REWRITE SUBM-RECORD
088500     END-IF.
088600 0330-LIST-LAPSED.
088700     ADD 1 TO LAPSED-CNTR.
088800     MOVE SUBM-REPTNUM TO LL-REPTNUM.
088900     MOVE SUBM-DEPT TO LL-DEPT.
089000     MOVE SUBM-RECIPIENT TO LL-RECIPIENT.
089100     MOVE SUBM-RECERT-DATE TO LL-RECERT-DATE.
089200     MOVE WK-DAYS TO LL-DAYS.
089300     EVALUATE TRUE
089400      WHEN SUBM-ARCHIVE-ONLY
089500       MOVE 'ARCHIVE ONLY' TO LL-ACTION
089600      WHEN WK-DAYS > GRACE-DAYS
089700       SET SUBM-ARCHIVE-ONLY TO TRUE;
089800       MOVE TODAY-DATE TO SUBM-ARCHIVE-DATE;
089900       ADD 1 TO NEWARCH-CNTR;
090000       MOVE 'NOW ARCHIVE ONLY' TO LL-ACTION
090100      WHEN OTHER
090200       MOVE 'IN GRACE PERIOD' TO LL-ACTION
090300     END-EVALUATE.
090400     IF SUBM-ARCHIVE-ONLY
090500      THEN
090600       ADD 1 TO ARCHIVE-CNTR;
090700       MOVE SPACES TO SUBA-RECORD;
090800       MOVE SUBM-REPTNUM TO SUBA-REPTNUM;
090900       MOVE SUBM-DEPT TO SUBA-DEPT;
091000       MOVE SUBM-RECERT-DATE TO SUBA-RECERT-DATE;
091100       MOVE SUBM-ARCHIVE-DATE TO SUBA-ARCHIVE-DATE;
091200       WRITE SUBA-RECORD
091300     END-IF.
091400     MOVE LENGTH OF LAPSE-DETAIL TO PRINT-REC-LEN.
091500     WRITE PRINT-RECORD FROM LAPSE-DETAIL.
091600 0340-ADD-NOTICE.
091700     IF NTC-CNTR < MAX-NTC-ENTRIES
091800      THEN
091900       ADD 1 TO NTC-CNTR;
092000       SET NTC-INDEX TO NTC-CNTR;
092100       MOVE SUBM-DEPT TO NTC-DEPT (NTC-INDEX);
092200       MOVE SUBM-REPTNUM TO NTC-REPTNUM (NTC-INDEX);
092300       MOVE SUBM-RECIPIENT TO NTC-RECIPIENT (NTC-INDEX);
092400       MOVE SUBM-COPIES TO NTC-COPIES (NTC-INDEX);
092500       MOVE SUBM-DELIVERY TO NTC-DELIVERY (NTC-INDEX);
092600       MOVE SUBM-RECERT-DATE TO NTC-RECERT-DATE (NTC-INDEX);
092700       MOVE WK-DAYS-LEFT TO NTC-DAYS-LEFT (NTC-INDEX);
092800       MOVE 'N' TO NTC-PRINTED (NTC-INDEX)
092900      ELSE
093000       SET TABLE-TRUNCATED TO TRUE
093100     END-IF.
093200     EJECT
093300 TITLE 'Match What Ran'.
093400 0400-PROCESS-ACCT-RECORD.
093500* the pages the rates price are the printed ones, as in APKDACCR;
093600* a record written before the e-delivered count existed has
093700* blanks there.
093800     IF DACC-PAGECNT NUMERIC AND DACC-REPTNUM NOT = SPACES
093900      THEN
094000       MOVE DACC-PAGECNT TO WK-PRINTED;
094100       MOVE ZERO TO WK-EPAGES;
094200       IF DACC-EPAGECNT NUMERIC
094300        THEN
094400         MOVE DACC-EPAGECNT TO WK-EPAGES
094500       END-IF;
094600       IF WK-EPAGES > WK-PRINTED
094700        THEN
094800         MOVE WK-PRINTED TO WK-EPAGES
094900       END-IF;
095000       SUBTRACT WK-EPAGES FROM WK-PRINTED;
095100       PERFORM 0410-TOTAL-BY-REPORT
095200     END-IF.
095300     PERFORM 0015-READ-ACCT.
095400 0410-TOTAL-BY-REPORT.
095500     SET ENTRY-NOTFOUND TO TRUE.
095600     SET RPT-INDEX TO 1.
095700     SEARCH RPT-ENTRY
095800      AT END
095900       IF RPT-CNTR < MAX-RPT-ENTRIES
096000        THEN
096100         ADD 1 TO RPT-CNTR;
096200         SET RPT-INDEX TO RPT-CNTR;
096300         MOVE DACC-REPTNUM TO RPT-REPTNUM (RPT-INDEX);
096400         MOVE DACC-DEPT TO RPT-DEPT (RPT-INDEX);
096500         MOVE ZERO TO RPT-RUNS (RPT-INDEX);
096600         MOVE ZERO TO RPT-PAGECNT (RPT-INDEX);
096700         MOVE ZERO TO RPT-EPAGECNT (RPT-INDEX);
096800         MOVE ZERO TO RPT-AMOUNT (RPT-INDEX);
096900         SET ENTRY-FOUND TO TRUE
097000        ELSE
097100         SET TABLE-TRUNCATED TO TRUE
097200       END-IF
097300      WHEN RPT-REPTNUM (RPT-INDEX) = DACC-REPTNUM
097400       SET ENTRY-FOUND TO TRUE
097500     END-SEARCH.
097600     IF ENTRY-FOUND
097700      THEN
097800       MOVE DEFAULT-RATE TO WK-RATE;
097900       IF RAT-CNTR > 0
098000        THEN
098100         SET RAT-INDEX TO 1;
098200         SEARCH RAT-ENTRY
098300          AT END
098400           CONTINUE
098500          WHEN RAT-REPTNUM (RAT-INDEX) = DACC-REPTNUM
098600           MOVE RAT-RATE (RAT-INDEX) TO WK-RATE
098700         END-SEARCH
098800       END-IF;
098900       COMPUTE WK-AMOUNT = WK-PRINTED * WK-RATE;
099000       ADD 1 TO RPT-RUNS (RPT-INDEX);
099100       ADD WK-PRINTED TO RPT-PAGECNT (RPT-INDEX);
099200       ADD WK-EPAGES TO RPT-EPAGECNT (RPT-INDEX);
099300       ADD WK-AMOUNT TO RPT-AMOUNT (RPT-INDEX)
099400     END-IF.
099500     EJECT
099600 TITLE 'Print the Costs'.
099700 0500-PRINT-COSTS.
099800* every report that ran, with what it cost and the state of its
099900* subscription; then those that ran with none live.
100000     MOVE 'MONTHLY COST BY REPORT' TO ST-TEXT.
100100     PERFORM 0190-PRINT-SECTION.
100200     MOVE LENGTH OF COST-HEADING TO PRINT-REC-LEN.
100300     WRITE PRINT-RECORD FROM COST-HEADING.
100400     PERFORM 0510-PRINT-COST-LINE
100500         VARYING RPT-INDEX FROM 1 BY 1
100600         UNTIL RPT-INDEX > RPT-CNTR.
100700     MOVE 'REPORTS RUN WITH NO LIVE SUBSCRIPTION' TO ST-TEXT.
100800     PERFORM 0190-PRINT-SECTION.
100900     MOVE LENGTH OF COST-HEADING TO PRINT-REC-LEN.
101000     WRITE PRINT-RECORD FROM COST-HEADING.
101100     PERFORM 0530-PRINT-NOSUB-LINE
101200         VARYING RPT-INDEX FROM 1 BY 1
101300         UNTIL RPT-INDEX > RPT-CNTR.
101400     IF NOSUB-CNTR = ZERO
101500      THEN
101600       MOVE '  ** EVERY REPORT RUN HAS A LIVE SUBSCRIPTION **'
101700         TO LN-TEXT;
101800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
101900       WRITE PRINT-RECORD FROM LINE-NOTICE
102000     END-IF.
102100 0510-PRINT-COST-LINE.
102200     PERFORM 0520-FORMAT-COST-LINE.
102300     ADD RPT-PAGECNT (RPT-INDEX) TO GRAND-PAGE-CNTR.
102400     ADD RPT-EPAGECNT (RPT-INDEX) TO GRAND-EPAGE-CNTR.
102500     ADD RPT-AMOUNT (RPT-INDEX) TO GRAND-AMOUNT.
102600     IF SUBM-NOTFOUND OR SUBM-CANCELLED
102700      THEN
102800       ADD 1 TO NOSUB-CNTR;
102900       ADD RPT-AMOUNT (RPT-INDEX) TO NOSUB-AMOUNT
103000     END-IF.
103100     MOVE LENGTH OF COST-DETAIL TO PRINT-REC-LEN.
103200     WRITE PRINT-RECORD FROM COST-DETAIL.
103300 0520-FORMAT-COST-LINE.
103400* the report's line, its subscription read from the registry.
103500     MOVE RPT-REPTNUM (RPT-INDEX) TO LC-REPTNUM.
103600     MOVE RPT-DEPT (RPT-INDEX) TO LC-DEPT.
103700     MOVE RPT-RUNS (RPT-INDEX) TO LC-RUNS.
103800     MOVE RPT-PAGECNT (RPT-INDEX) TO LC-PAGECNT.
103900     MOVE RPT-EPAGECNT (RPT-INDEX) TO LC-EPAGECNT.
104000     MOVE RPT-AMOUNT (RPT-INDEX) TO LC-AMOUNT.
104100     MOVE RPT-REPTNUM (RPT-INDEX) TO SUBM-REPTNUM.
104200     PERFORM 0150-READ-REGISTRY.
104300     EVALUATE TRUE
104400      WHEN SUBM-NOTFOUND
104500       MOVE 'NONE' TO LC-STATE
104600      WHEN SUBM-CANCELLED
104700       MOVE 'CANCELLED' TO LC-STATE
104800      WHEN SUBM-ARCHIVE-ONLY
104900       MOVE 'ARCHIVE ONLY' TO LC-STATE
105000      WHEN SUBM-RECERT-DATE < TODAY-DATE
105100       MOVE 'LAPSED' TO LC-STATE
105200      WHEN OTHER
105300       MOVE 'LIVE' TO LC-STATE
105400     END-EVALUATE.
105500 0530-PRINT-NOSUB-LINE.
105600     PERFORM 0520-FORMAT-COST-LINE.
105700     IF SUBM-NOTFOUND OR SUBM-CANCELLED
105800      THEN
105900       MOVE LENGTH OF COST-DETAIL TO PRINT-REC-LEN;
106000       WRITE PRINT-RECORD FROM COST-DETAIL
106100     END-IF.
106200     EJECT
106300 TITLE 'Print the Recertification Notices'.
106400 0600-PRINT-NOTICES.
106500* one page per owning department, its reports in registry order.
106600     PERFORM 0610-PRINT-DEPT-NOTICE
106700         VARYING NTC-SCAN-INDEX FROM 1 BY 1
106800         UNTIL NTC-SCAN-INDEX > NTC-CNTR.
106900     IF NTC-CNTR = ZERO
107000      THEN
107100       MOVE '1' TO NX-CC;
107200       MOVE 'NO REPORT SUBSCRIPTION IS DUE FOR RECERTIFICATION.'
107300         TO NX-TEXT;
107400       MOVE LENGTH OF NOTICE-TEXT TO PRINT-REC-LEN;
107500       WRITE NOTICE-RECORD FROM NOTICE-TEXT
107600     END-IF.
107700 0610-PRINT-DEPT-NOTICE.
107800     IF NTC-PRINTED (NTC-SCAN-INDEX) = 'N'
107900      THEN
108000       ADD 1 TO NOTICE-CNTR;
108100       MOVE NTC-DEPT (NTC-SCAN-INDEX) TO WK-DEPT;
108200       MOVE WK-DEPT TO NT-DEPT;
108300       MOVE TODAY-DATE TO NT-RUNDATE;
108400       MOVE LENGTH OF NOTICE-TITLE TO PRINT-REC-LEN;
108500       WRITE NOTICE-RECORD FROM NOTICE-TITLE;
108600       MOVE '0' TO NX-CC;
108700       MOVE 'THE REPORTS BELOW ARE PRINTED FOR YOUR DEPARTMENT'
108800         TO NX-TEXT;
108900       PERFORM 0690-WRITE-NOTICE-TEXT;
109000       MOVE SPACE TO NX-CC;
109100       MOVE 'AND ARE DUE FOR THEIR ANNUAL RECERTIFICATION.'
109200         TO NX-TEXT;
109300       PERFORM 0690-WRITE-NOTICE-TEXT;
109400       MOVE 'CONFIRM EACH ONE STILL NEEDED TO PRODUCTION'
109500         TO NX-TEXT;
109600       PERFORM 0690-WRITE-NOTICE-TEXT;
109700       MOVE 'CONTROL, OR CANCEL IT. A REPORT NOT CONFIRMED'
109800         TO NX-TEXT;
109900       PERFORM 0690-WRITE-NOTICE-TEXT;
110000       MOVE 'WHEN ITS DAYS LEFT RUN OUT IS ARCHIVED ONLY AND'
110100         TO NX-TEXT;
110200       PERFORM 0690-WRITE-NOTICE-TEXT;
110300       MOVE 'NO LONGER PRINTED.' TO NX-TEXT;
110400       PERFORM 0690-WRITE-NOTICE-TEXT;
110500       MOVE LENGTH OF NOTICE-HEADING TO PRINT-REC-LEN;
110600       WRITE NOTICE-RECORD FROM NOTICE-HEADING;
110700       PERFORM 0620-PRINT-NOTICE-LINE
110800           VARYING NTC-INDEX FROM NTC-SCAN-INDEX BY 1
110900           UNTIL NTC-INDEX > NTC-CNTR
111000     END-IF.
111100 0620-PRINT-NOTICE-LINE.
111200     IF NTC-PRINTED (NTC-INDEX) = 'N'
111300        AND NTC-DEPT (NTC-INDEX) = WK-DEPT
111400      THEN
111500       MOVE 'Y' TO NTC-PRINTED (NTC-INDEX);
111600       MOVE NTC-REPTNUM (NTC-INDEX) TO ND-REPTNUM;
111700       MOVE NTC-RECIPIENT (NTC-INDEX) TO ND-RECIPIENT;
111800       MOVE NTC-COPIES (NTC-INDEX) TO ND-COPIES;
111900       IF NTC-DELIVERY (NTC-INDEX) = 'E'
112000        THEN
112100         MOVE 'ELECTRONIC' TO ND-DELIVERY
112200        ELSE
112300         MOVE 'PAPER' TO ND-DELIVERY
112400       END-IF;
112500       MOVE NTC-RECERT-DATE (NTC-INDEX) TO ND-RECERT-DATE;
112600       MOVE NTC-DAYS-LEFT (NTC-INDEX) TO ND-DAYS-LEFT;
112700       IF NTC-DAYS-LEFT (NTC-INDEX) < ZERO
112800        THEN
112900         MOVE 'ARCHIVE ONLY' TO ND-NOTE
113000        ELSE
113100         MOVE SPACES TO ND-NOTE
113200       END-IF;
113300       MOVE LENGTH OF NOTICE-DETAIL TO PRINT-REC-LEN;
113400       WRITE NOTICE-RECORD FROM NOTICE-DETAIL
113500     END-IF.
113600 0690-WRITE-NOTICE-TEXT.
113700     MOVE LENGTH OF NOTICE-TEXT TO PRINT-REC-LEN.
113800     WRITE NOTICE-RECORD FROM NOTICE-TEXT.
113900     EJECT
114000 TITLE 'Totals and Termination'.
114100 0700-PRINT-TOTALS.
114200     MOVE '0' TO LT-CC.
114300     MOVE 'TRANSACTIONS READ' TO LT-LABEL.
114400     MOVE TRAN-CNTR TO LT-COUNT.
114500     PERFORM 0795-PRINT-TOTAL.
114600     MOVE SPACE TO LT-CC.
114700     MOVE 'TRANSACTIONS REJECTED' TO LT-LABEL.
114800     MOVE REJECT-CNTR TO LT-COUNT.
114900     PERFORM 0795-PRINT-TOTAL.
115000     MOVE 'LIVE AND LAPSED SUBSCRIPTIONS' TO LT-LABEL.
115100     MOVE SUBM-CNTR TO LT-COUNT.
115200     PERFORM 0795-PRINT-TOTAL.
115300     MOVE 'RECERTIFICATIONS LAPSED' TO LT-LABEL.
115400     MOVE LAPSED-CNTR TO LT-COUNT.
115500     PERFORM 0795-PRINT-TOTAL.
115600     MOVE 'REPORTS ARCHIVE ONLY' TO LT-LABEL.
115700     MOVE ARCHIVE-CNTR TO LT-COUNT.
115800     PERFORM 0795-PRINT-TOTAL.
115900     MOVE 'REPORTS TAKEN OFF PRINT THIS RUN' TO LT-LABEL.
116000     MOVE NEWARCH-CNTR TO LT-COUNT.
116100     PERFORM 0795-PRINT-TOTAL.
116200     MOVE 'DEPARTMENTS SENT A NOTICE' TO LT-LABEL.
116300     MOVE NOTICE-CNTR TO LT-COUNT.
116400     PERFORM 0795-PRINT-TOTAL.
116500     MOVE 'REPORTS RUN' TO LT-LABEL.
116600     MOVE RPT-CNTR TO LT-COUNT.
116700     PERFORM 0795-PRINT-TOTAL.
116800     MOVE 'REPORTS RUN WITH NO SUBSCRIPTION' TO LT-LABEL.
116900     MOVE NOSUB-CNTR TO LT-COUNT.
117000     PERFORM 0795-PRINT-TOTAL.
117100     MOVE 'PRINTED PAGES' TO LT-LABEL.
117200     MOVE GRAND-PAGE-CNTR TO LT-COUNT.
117300     PERFORM 0795-PRINT-TOTAL.
117400     MOVE 'E-DELIVERED PAGES' TO LT-LABEL.
117500     MOVE GRAND-EPAGE-CNTR TO LT-COUNT.
117600     PERFORM 0795-PRINT-TOTAL.
117700     MOVE 'TOTAL PRINT COST' TO LA-LABEL.
117800     MOVE GRAND-AMOUNT TO LA-AMOUNT.
117900     PERFORM 0796-PRINT-AMOUNT.
118000     MOVE 'COST OF REPORTS NOT SUBSCRIBED' TO LA-LABEL.
118100     MOVE NOSUB-AMOUNT TO LA-AMOUNT.
118200     PERFORM 0796-PRINT-AMOUNT.
118300     IF NO-RATE-TABLE
118400      THEN
118500       MOVE 'NO RATE TABLE - ALL AMOUNTS ARE ZERO' TO LN-TEXT;
118600       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
118700       WRITE PRINT-RECORD FROM LINE-NOTICE
118800     END-IF.
118900     IF TABLE-TRUNCATED
119000      THEN
119100       MOVE 'TABLE FULL - SOME REPORTS NOT LISTED' TO LN-TEXT;
119200       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
119300       WRITE PRINT-RECORD FROM LINE-NOTICE
119400     END-IF.
119500 0795-PRINT-TOTAL.
119600     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
119700     WRITE PRINT-RECORD FROM LINE-TOTAL.
119800 0796-PRINT-AMOUNT.
119900     MOVE LENGTH OF LINE-AMOUNT TO PRINT-REC-LEN.
120000     WRITE PRINT-RECORD FROM LINE-AMOUNT.
120100 0800-TERMINATE.
120200     CLOSE PRINT-FILE, NOTICE-FILE, SUBM-FILE, SUBA-FILE.
120300 END PROGRAM APKSUBR.
