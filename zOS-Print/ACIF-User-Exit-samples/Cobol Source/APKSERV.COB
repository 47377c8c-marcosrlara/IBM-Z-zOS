000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKSERV.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program is the serial number control for the
000900               negotiable documents - checks and drafts - printed
001000               through the ACIF exits. It runs as the SERIAL step
001100               of APKACIFP, after ACIF, and checks every serial
001200               number the job printed against the register of the
001300               serials already issued, so a gap, a duplicate or a
001400               serial out of order is found before the run goes
001500               to the vault, not by the auditors.
001600
001700               A report is serial-controlled when it has a card
001800               in the APKSERC member, the same card APKINPXT
001900               reads to capture the serial from each page's top-
002000               of-form heading line: the report number in columns
002100               1-3, the column (4 digits) in columns 5-8 and the
002200               length (2 digits, at most 12) in columns 10-11.
002300               The serials are taken from the job's APKNDXV index
002400               value file, one record per page in page order, and
002500               a serial may carry leading blanks or zeros. A page
002600               of a controlled report whose serial field is blank
002700               is counted and otherwise passed over.
002800
002900               Serials run per report number. The first page of a
003000               report is expected to carry the serial one past
003100               the highest the register holds for it (any serial
003200               will do for a report the register has not seen),
003300               and each page after it the serial one past the
003400               page before. A GAP is a serial past the one
003500               expected: the serials skipped were never printed,
003600               and their stock must be accounted for. A DUPLICATE
003700               is a serial the register shows as issued already,
003800               by an earlier job or earlier in this one. OUT OF
003900               SEQUENCE is a serial below the highest issued that
004000               was never issued itself; the serials that follow
004100               on from it are not listed again. UNREADABLE is a
004200               serial field that is not a number greater than
004300               zero.
004400
004500               Every serial printed is entered in the register as
004600               issued, whatever the exceptions, since the stock
004700               has been used.
004800
004900               A reprint run is one whose APKRPRC member holds
005000               page ranges (first and last page, 8 digits each,
005100               in columns 1-8 and 9-16), as APKOUTXT reads it.
005200               Only the pages inside the ranges were printed, and
005300               each of their serials is an exception, listed as
005400               REPRINTED with the job and date it was first
005500               issued, or as REPRINT NOT ISSUED when the register
005600               has no record of it. A reprint run leaves the
005700               register as it was.
005800
005900               Any exception ends the step with return code 8 and
006000               raises operator message APK028E through APKWTO:
006100               the run must not be released to the vault until
006200               the exceptions are resolved. A job rerun in full
006300               prints its serials a second time, and they are
006400               reported as duplicates of the first run, which is
006500               so. The step run again by itself finds the serials
006600               already issued by its own job; restore APKSREG
006700               from its backup before rerunning it. No job id in
006800               the PARM also ends the step with return code 8,
006900               and no APKSERC card ends it with return code 0.
007000
007100               The EXEC PARM is the job id (the JOBID symbolic).
007200
007300               Allocate these DDs:
007400                 APKSERC  - the serial field cards
007500                 APKNDXV  - the job's index value file (VSAM
007600                            KSDS, 80-byte records, 8-byte page
007700                            number key at offset 0)
007800                 APKRPRC  - the reprint page ranges (may be empty)
007900                 APKSREG  - the register of issued serials, RECFM
008000                            FB, LRECL 80, read whole and rewritten
008100                            (DISP=OLD); one record per range of
008200                            consecutive serials a job issued
008300                 PAPKSERV - the printed report, LRECL 125,
008400                            BLKSIZE n*125+4, VBA
008500 DATE-WRITTEN. 15 Oct 2026.
008600 DATE-COMPILED.
008700 SECURITY. IBM SAMPLE CODE ONLY.
008800*/**************************************************************/
008900*/* Licensed under the Apache License, Version 2.0 (the        */
009000*/* "License"); you may not use this file except in compliance */
009100*/* with the License. You may obtain a copy of the License at  */
009200*/*                                                            */
009300*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009400*/*                                                            */
009500*/* Unless required by applicable law or agreed to in writing, */
009600*/* software distributed under the License is distributed on an*/
009700*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009800*/* KIND, either express or implied.  See the License for the  */
009900*/* specific language governing permissions and limitations    */
010000*/* under the License.                                         */
010100*/*------------------------------------------------------------*/
010200*/*                                                            */
010300*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
010400*/*                                                            */
010500*/*   Permission to use, copy, modify, and distribute          */
010600*/*   this software for any purpose with or without fee        */
010700*/*   is hereby granted, provided that the above               */
010800*/*   copyright notices appear in all copies.                  */
010900*/*                                                            */
011000*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
011100*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
011200*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
011300*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
011400*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
011500*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
011600*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
011700*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
011800*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
011900*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
012000*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
012100*/**************************************************************/
012200 TITLE 'ACIF Negotiable Serial Number Control'.
012300 ENVIRONMENT DIVISION.
012400 CONFIGURATION SECTION.
012500 SOURCE-COMPUTER. IBM-370.
012600 OBJECT-COMPUTER. IBM-370.
012700 INPUT-OUTPUT SECTION.
012800 FILE-CONTROL.
012900     SELECT PRINT-FILE ASSIGN TO PAPKSERV.
013000     SELECT SERC-FILE ASSIGN TO APKSERC
013100         ORGANIZATION SEQUENTIAL.
013200     SELECT NDXV-FILE ASSIGN TO APKNDXV
013300         ORGANIZATION INDEXED
013400         ACCESS MODE SEQUENTIAL
013500         RECORD KEY IS NDXV-PAGENUM
013600         FILE STATUS IS NDXV-STATUS.
013700     SELECT RPRC-FILE ASSIGN TO APKRPRC
013800         ORGANIZATION SEQUENTIAL.
013900     SELECT SREG-FILE ASSIGN TO APKSREG
014000         ORGANIZATION SEQUENTIAL.
014100     EJECT
014200 DATA DIVISION.
014300 FILE SECTION.
014400 FD  PRINT-FILE
014500     BLOCK CONTAINS 0
014600     LABEL RECORDS STANDARD
014700     RECORD VARYING DEPENDING ON PRINT-REC-LEN
014800     RECORDING MODE V.
014900 01  PRINT-RECORD.
015000     05  PRINT-DATA          OCCURS 1 TO 255,
015100                             DEPENDING ON PRINT-REC-LEN,
015200                             PIC X.
015300* one card per serial-controlled report, as APKINPXT reads it.
015400 FD  SERC-FILE
015500     LABEL RECORDS STANDARD
015600     RECORDING MODE F
015700     BLOCK CONTAINS 0
015800     RECORD CONTAINS 80 CHARACTERS.
015900 01  SERC-RECORD.
016000     05  SERC-RPTNUM         PIC XXX.
016100     05  FILLER              PIC X.
016200     05  SERC-COL            PIC 9(4).
016300     05  FILLER              PIC X.
016400     05  SERC-LEN            PIC 9(2).
016500     05  FILLER              PIC X(69).
016600* one record per page, keyed by page number, written by APKINPXT.
016700 FD  NDXV-FILE
016800     LABEL RECORDS STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000 01  NDXV-RECORD.
017100     05  NDXV-PAGENUM        PIC 9(8).
017200     05  NDXV-REPTNUM        PIC XXX.
017300     05  NDXV-REPTDATE       PIC X(8).
017400     05  NDXV-DEPT           PIC 9(4).
017500     05  NDXV-ACCTNO         PIC X(20).
017600     05  NDXV-DELIVERY       PIC X.
017700     05  NDXV-ZIPCODE        PIC X(10).
017800     05  NDXV-SERIAL         PIC X(12).
017900     05  FILLER              PIC X(14).
018000* the reprint page ranges, as APKOUTXT reads them.
018100 FD  RPRC-FILE
018200     LABEL RECORDS STANDARD
018300     RECORDING MODE F
018400     BLOCK CONTAINS 0
018500     RECORD CONTAINS 80 CHARACTERS.
018600 01  RPRC-RECORD.
018700     05  RPRC-FROM-PAGE      PIC 9(8).
018800     05  RPRC-TO-PAGE        PIC 9(8).
018900     05  FILLER              PIC X(64).
019000* the register of issued serials, read whole and rewritten.
019100 FD  SREG-FILE
019200     LABEL RECORDS STANDARD
019300     RECORDING MODE F
019400     BLOCK CONTAINS 0
019500     RECORD CONTAINS 80 CHARACTERS.
019600 01  SREG-RECORD             PIC X(80).
019700     EJECT
019800 WORKING-STORAGE SECTION.
019900 77  PGMNAME                 PIC X(8) VALUE 'APKSERV '.
020000 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
020100 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
020200 77  WTO-MSGID               PIC X(8) VALUE SPACES.
020300 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
020400 77  RUN-JOBID               PIC X(8) VALUE SPACES.
020500 77  NOW-DATE                PIC 9(8) VALUE ZERO.
020600 77  NDXV-STATUS             PIC XX VALUE SPACES.
020700 77  SERC-EOF-FLAG           PIC X VALUE LOW-VALUE.
020800     88  SERC-EOF            VALUE HIGH-VALUE.
020900     88  SERC-NOTEOF         VALUE LOW-VALUE.
021000 77  NDXV-EOF-FLAG           PIC X VALUE LOW-VALUE.
021100     88  NDXV-EOF            VALUE HIGH-VALUE.
021200     88  NDXV-NOTEOF         VALUE LOW-VALUE.
021300 77  RPRC-EOF-FLAG           PIC X VALUE LOW-VALUE.
021400     88  RPRC-EOF            VALUE HIGH-VALUE.
021500     88  RPRC-NOTEOF         VALUE LOW-VALUE.
021600 77  SREG-EOF-FLAG           PIC X VALUE LOW-VALUE.
021700     88  SREG-EOF            VALUE HIGH-VALUE.
021800     88  SREG-NOTEOF         VALUE LOW-VALUE.
021900 77  REPRINT-MODE-FLAG       PIC X VALUE 'N'.
022000     88  REPRINT-MODE        VALUE 'Y'.
022100 77  PAGE-RANGE-FLAG         PIC X VALUE 'Y'.
022200     88  PAGE-IN-RANGE       VALUE 'Y'.
022300     88  PAGE-NOT-IN-RANGE   VALUE 'N'.
022400 77  REG-FULL-FLAG           PIC X VALUE 'N'.
022500     88  REG-FULL            VALUE 'Y'.
022600 77  LOAD-FULL-FLAG          PIC X VALUE 'N'.
022700     88  LOAD-FULL           VALUE 'Y'.
022800 77  SERIAL-FLAG             PIC X VALUE 'N'.
022900     88  SERIAL-GOOD         VALUE 'Y'.
023000     88  SERIAL-BAD          VALUE 'N'.
023100 77  ISSUE-FLAG              PIC X VALUE LOW-VALUE.
023200     88  SERIAL-ISSUED       VALUE HIGH-VALUE.
023300     88  SERIAL-NOT-ISSUED   VALUE LOW-VALUE.
023400 77  MAX-REG-ENTRIES         PIC 9(8) BINARY VALUE 5000.
023500 77  MAX-RANGE-ENTRIES       PIC 9(4) BINARY VALUE 10.
023600 77  MAX-LIST-LINES          PIC 9(8) BINARY VALUE 1000.
023700 77  RX                      PIC 9(8) BINARY VALUE ZERO.
023800 77  MATCH-RX                PIC 9(8) BINARY VALUE ZERO.
023900 77  HELD-CNTR               PIC 9(8) BINARY VALUE ZERO.
024000 77  SER-LEN                 PIC 9(4) BINARY VALUE ZERO.
024100 77  SER-START               PIC 9(4) BINARY VALUE ZERO.
024200 77  EXPECT-SERIAL           PIC 9(12) VALUE ZERO.
024300 77  GAP-LAST                PIC 9(12) VALUE ZERO.
024400 77  GAP-SIZE                PIC 9(12) VALUE ZERO.
024500 77  PAGE-CNTR               PIC 9(8) BINARY VALUE ZERO.
024600 77  ISSUED-CNTR             PIC 9(8) BINARY VALUE ZERO.
024700 77  NOSER-CNTR              PIC 9(8) BINARY VALUE ZERO.
024800 77  GAP-CNTR                PIC 9(8) BINARY VALUE ZERO.
024900 77  DUP-CNTR                PIC 9(8) BINARY VALUE ZERO.
025000 77  OOS-CNTR                PIC 9(8) BINARY VALUE ZERO.
025100 77  UNREAD-CNTR             PIC 9(8) BINARY VALUE ZERO.
025200 77  REPRINT-CNTR            PIC 9(8) BINARY VALUE ZERO.
025300 77  EXCEPT-CNTR             PIC 9(8) BINARY VALUE ZERO.
025400 77  LISTED-CNTR             PIC 9(8) BINARY VALUE ZERO.
025500 77  OLD-ENTRY-CNTR          PIC 9(8) BINARY VALUE ZERO.
025600 77  NEW-ENTRY-CNTR          PIC 9(8) BINARY VALUE ZERO.
025700 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
025800 77  SERIAL-DISP             PIC Z(11)9.
025900 77  GAP-FROM-DISP           PIC Z(11)9.
026000 77  GAP-TO-DISP             PIC Z(11)9.
026100* the serial as read from the page, leading blanks made zeros,
026200* and right-aligned for its numeric value.
026300 01  SERIAL-WORK.
026400     05  SER-FIELD           PIC X(12).
026500     05  SER-WORK-X          PIC X(12).
026600     05  SER-WORK-N          REDEFINES SER-WORK-X
026700                             PIC 9(12).
026800* a register entry: a range of consecutive serials one job issued
026900* for one report, and the page the range began on.
027000 01  WK-SREG-RECORD.
027100     05  WSR-REPTNUM         PIC XXX.
027200     05  FILLER              PIC X.
027300     05  WSR-FIRST           PIC 9(12).
027400     05  FILLER              PIC X.
027500     05  WSR-LAST            PIC 9(12).
027600     05  FILLER              PIC X.
027700     05  WSR-JOBID           PIC X(8).
027800     05  FILLER              PIC X.
027900     05  WSR-DATE            PIC 9(8).
028000     05  FILLER              PIC X.
028100     05  WSR-FIRST-PAGE      PIC 9(8).
028200     05  FILLER              PIC X(24).
028300* the register held whole while this job's serials are checked
028400* against it and added to it, as APKDREG holds its register.
028500 01  SREG-HOLD-TABLE.
028600     05  RG-CNTR             PIC 9(8) BINARY VALUE ZERO.
028700     05  RG-ENTRY            OCCURS 5000 TIMES
028800                             DEPENDING ON RG-CNTR
028900                             INDEXED BY RG-INDEX.
029000         10  RG-REPTNUM      PIC XXX.
029100         10  RG-FIRST        PIC 9(12).
029200         10  RG-LAST         PIC 9(12).
029300         10  RG-JOBID        PIC X(8).
029400         10  RG-DATE         PIC 9(8).
029500         10  RG-FIRST-PAGE   PIC 9(8).
029600* the serial-controlled reports from the APKSERC cards: the
029700* highest serial issued so far, the one the next page should
029800* carry, the register entry this job is extending, and the
029900* report's counts for this job.
030000 01  CONTROL-TABLE.
030100     05  CT-CNTR             PIC 9(4) BINARY VALUE ZERO.
030200     05  CT-ENTRY            OCCURS 20 TIMES
030300                             DEPENDING ON CT-CNTR
030400                             INDEXED BY CT-INDEX.
030500         10  CT-RPTNUM       PIC XXX.
030600         10  CT-LEN          PIC 9(4) BINARY.
030700         10  CT-HIGH         PIC 9(12).
030800         10  CT-NEXT         PIC 9(12).
030900         10  CT-RUN-RX       PIC 9(8) BINARY.
031000         10  CT-FIRST-SER    PIC 9(12).
031100         10  CT-LAST-SER     PIC 9(12).
031200         10  CT-PAGES        PIC 9(8) BINARY.
031300         10  CT-ISSUED       PIC 9(8) BINARY.
031400         10  CT-NOSER        PIC 9(8) BINARY.
031500         10  CT-EXCEPTS      PIC 9(8) BINARY.
031600 01  REPRINT-RANGES.
031700     05  RPR-CNTR            PIC 9(4) BINARY VALUE ZERO.
031800     05  RPR-ENTRY           OCCURS 10 TIMES
031900                             DEPENDING ON RPR-CNTR
032000                             INDEXED BY RPR-INDEX.
032100         10  RPR-FROM-PAGE   PIC 9(8) BINARY.
032200         10  RPR-TO-PAGE     PIC 9(8) BINARY.
032300     SKIP1
032400 01  PAGE-TITLE.
032500     05  FILLER              PIC X   VALUE '1'.
032600     05  FILLER              PIC X(33) VALUE
032700         'ACIF NEGOTIABLE SERIAL CONTROL   '.
032800     05  FILLER              PIC X(4) VALUE 'JOB '.
032900     05  PT-JOBID            PIC X(8).
033000     05  FILLER              PIC X VALUE SPACE.
033100     05  PT-DATE             PIC 9(8).
033200     05  FILLER              PIC X VALUE SPACE.
033300     05  PT-MODE             PIC X(12) VALUE SPACES.
033400     SKIP1
033500 01  LINE-SUBTITLE.
033600     05  FILLER              PIC X   VALUE '-'.
033700     05  LS-TEXT             PIC X(44).
033800     SKIP1
033900 01  LINE-EXCEPT-COLUMNS.
034000     05  FILLER              PIC X   VALUE '0'.
034100     05  FILLER              PIC X(3) VALUE 'RPT'.
034200     05  FILLER              PIC X VALUE SPACE.
034300     05  FILLER              PIC X(8) VALUE '    PAGE'.
034400     05  FILLER              PIC X VALUE SPACE.
034500     05  FILLER              PIC X(12) VALUE '      SERIAL'.
034600     05  FILLER              PIC X VALUE SPACE.
034700     05  FILLER              PIC X(18) VALUE 'EXCEPTION'.
034800     05  FILLER              PIC X VALUE SPACE.
034900     05  FILLER              PIC X(6) VALUE 'DETAIL'.
035000     SKIP1
035100 01  LINE-EXCEPT.
035200     05  FILLER              PIC X   VALUE SPACE.
035300     05  LE-REPTNUM          PIC XXX.
035400     05  FILLER              PIC X VALUE SPACE.
035500     05  LE-PAGENUM          PIC Z(7)9.
035600     05  FILLER              PIC X VALUE SPACE.
035700     05  LE-SERIAL           PIC X(12).
035800     05  FILLER              PIC X VALUE SPACE.
035900     05  LE-KIND             PIC X(18).
036000     05  FILLER              PIC X VALUE SPACE.
036100     05  LE-TEXT             PIC X(60).
036200     SKIP1
036300 01  LINE-REPORT-COLUMNS.
036400     05  FILLER              PIC X   VALUE '0'.
036500     05  FILLER              PIC X(3) VALUE 'RPT'.
036600     05  FILLER              PIC X(9) VALUE '    PAGES'.
036700     05  FILLER              PIC X(13) VALUE '  FIRST ISSUE'.
036800     05  FILLER              PIC X(13) VALUE '   LAST ISSUE'.
036900     05  FILLER              PIC X(9) VALUE '   ISSUED'.
037000     05  FILLER              PIC X(10) VALUE ' NO SERIAL'.
037100     05  FILLER              PIC X(11) VALUE ' EXCEPTIONS'.
037200     SKIP1
037300 01  LINE-REPORT.
037400     05  FILLER              PIC X   VALUE SPACE.
037500     05  LR-REPTNUM          PIC XXX.
037600     05  FILLER              PIC X VALUE SPACE.
037700     05  LR-PAGES            PIC Z(7)9.
037800     05  FILLER              PIC X VALUE SPACE.
037900     05  LR-FIRST-SER        PIC Z(11)9.
038000     05  FILLER              PIC X VALUE SPACE.
038100     05  LR-LAST-SER         PIC Z(11)9.
038200     05  FILLER              PIC X VALUE SPACE.
038300     05  LR-ISSUED           PIC Z(7)9.
038400     05  FILLER              PIC XX VALUE SPACES.
038500     05  LR-NOSER            PIC Z(7)9.
038600     05  FILLER              PIC X(3) VALUE SPACES.
038700     05  LR-EXCEPTS          PIC Z(7)9.
038800     SKIP1
038900 01  LINE-TOTAL.
039000     05  LT-CC               PIC X   VALUE SPACE.
039100     05  FILLER              PIC X(02) VALUE SPACES.
039200     05  LT-LABEL            PIC X(32).
039300     05  FILLER              PIC X VALUE SPACE.
039400     05  LT-COUNT            PIC ZZ,ZZZ,ZZ9.
039500     SKIP1
039600 01  LINE-NOTICE.
039700     05  FILLER              PIC X(5) VALUE SPACES.
039800     05  LN-TEXT             PIC X(60).
039900* the job id from the PARM.
040000 LINKAGE SECTION.
040100 01  PARM-AREA.
040200     05  PARM-LEN            PIC S9(4) BINARY.
040300     05  PARM-DATA           PIC X(8).
040400 TITLE 'Initialization and Main Line'.
040500 PROCEDURE DIVISION USING PARM-AREA.
040600 0000-MAINLINE.
040700     IF PARM-LEN > 8
040800      THEN
040900       MOVE 8 TO PARM-LEN
041000     END-IF.
041100     IF PARM-LEN > ZERO
041200      THEN
041300       MOVE PARM-DATA (1 : PARM-LEN) TO RUN-JOBID
041400     END-IF.
041500     IF RUN-JOBID = SPACES
041600      THEN
041700       DISPLAY PGMNAME ' NO JOB ID IN THE PARM. NOTHING CHECKED.';
041800       MOVE 8 TO RETURN-CODE;
041900       STOP RUN
042000     END-IF.
042100     PERFORM 0010-INITIALIZE.
042200     IF CT-CNTR = ZERO
042300      THEN
042400       MOVE 'NO APKSERC CARD - NO REPORT IS SERIAL-CONTROLLED'
042500         TO LN-TEXT;
042600       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
042700       WRITE PRINT-RECORD FROM LINE-NOTICE;
042800       DISPLAY PGMNAME ' NO APKSERC CARD. NOTHING CHECKED.'
042900      ELSE
043000       PERFORM 0100-LOAD-REGISTER;
043100       PERFORM 0200-CHECK-SERIALS;
043200       IF NOT REPRINT-MODE AND NOT LOAD-FULL
043300        THEN
043400         PERFORM 0500-REWRITE-REGISTER
043500       END-IF;
043600       PERFORM 0600-PRINT-REPORT-TOTALS
043700     END-IF.
043800     PERFORM 0900-TERMINATE.
043900     IF EXCEPT-CNTR > ZERO
044000      THEN
044100       MOVE 8 TO RETURN-CODE
044200      ELSE
044300       MOVE ZERO TO RETURN-CODE
044400     END-IF.
044500     STOP RUN.
044600 0010-INITIALIZE.
044700     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
044800     PERFORM 0020-LOAD-CONTROL-CARDS.
044900     PERFORM 0030-LOAD-REPRINT-RANGES.
045000     OPEN OUTPUT PRINT-FILE.
045100     MOVE RUN-JOBID TO PT-JOBID.
045200     MOVE NOW-DATE TO PT-DATE.
045300     IF REPRINT-MODE
045400      THEN
045500       MOVE 'REPRINT RUN' TO PT-MODE
045600     END-IF.
045700     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
045800     WRITE PRINT-RECORD FROM PAGE-TITLE.
045900 0020-LOAD-CONTROL-CARDS.
046000* a card with a non-numeric or out-of-range length is ignored, as
046100* APKINPXT ignores it; that report's pages carry no serial.
046200     OPEN INPUT SERC-FILE.
046300     SET SERC-NOTEOF TO TRUE.
046400     PERFORM UNTIL SERC-EOF
046500       READ SERC-FILE
046600        AT END
046700         SET SERC-EOF TO TRUE
046800        NOT AT END
046900         PERFORM 0025-ADD-CONTROL-ENTRY
047000       END-READ
047100     END-PERFORM.
047200     CLOSE SERC-FILE.
047300 0025-ADD-CONTROL-ENTRY.
047400     IF CT-CNTR < 20
047500        AND SERC-COL NUMERIC AND SERC-LEN NUMERIC
047600        AND SERC-COL > ZERO AND SERC-LEN > ZERO
047700        AND SERC-LEN NOT > 12
047800      THEN
047900       ADD 1 TO CT-CNTR;
048000       SET CT-INDEX TO CT-CNTR;
048100       MOVE SERC-RPTNUM TO CT-RPTNUM (CT-INDEX);
048200       MOVE SERC-LEN TO CT-LEN (CT-INDEX);
048300       MOVE ZERO TO CT-HIGH (CT-INDEX), CT-NEXT (CT-INDEX),
048400                    CT-RUN-RX (CT-INDEX), CT-FIRST-SER (CT-INDEX),
048500                    CT-LAST-SER (CT-INDEX), CT-PAGES (CT-INDEX),
048600                    CT-ISSUED (CT-INDEX), CT-NOSER (CT-INDEX),
048700                    CT-EXCEPTS (CT-INDEX)
048800     END-IF.
048900 0030-LOAD-REPRINT-RANGES.
049000* any valid range makes this a reprint run; cards past the table,
049100* or with non-numeric pages, are ignored, as APKOUTXT does.
049200     OPEN INPUT RPRC-FILE.
049300     SET RPRC-NOTEOF TO TRUE.
049400     PERFORM UNTIL RPRC-EOF
049500       READ RPRC-FILE
049600        AT END
049700         SET RPRC-EOF TO TRUE
049800        NOT AT END
049900         PERFORM 0035-ADD-REPRINT-RANGE
050000       END-READ
050100     END-PERFORM.
050200     CLOSE RPRC-FILE.
050300     IF RPR-CNTR > ZERO
050400      THEN
050500       SET REPRINT-MODE TO TRUE
050600     END-IF.
050700 0035-ADD-REPRINT-RANGE.
050800     IF RPRC-FROM-PAGE NUMERIC AND RPRC-TO-PAGE NUMERIC
050900        AND RPR-CNTR < MAX-RANGE-ENTRIES
051000      THEN
051100       ADD 1 TO RPR-CNTR;
051200       SET RPR-INDEX TO RPR-CNTR;
051300       MOVE RPRC-FROM-PAGE TO RPR-FROM-PAGE (RPR-INDEX);
051400       MOVE RPRC-TO-PAGE TO RPR-TO-PAGE (RPR-INDEX)
051500     END-IF.
051600     EJECT
051700 TITLE 'Load the Register'.
051800 0100-LOAD-REGISTER.
051900* the register as the last job left it; each controlled report's
052000* highest serial issued is found on the way.
052100     OPEN INPUT SREG-FILE.
052200     SET SREG-NOTEOF TO TRUE.
052300     PERFORM UNTIL SREG-EOF
052400       READ SREG-FILE INTO WK-SREG-RECORD
052500        AT END
052600         SET SREG-EOF TO TRUE
052700        NOT AT END
052800         ADD 1 TO OLD-ENTRY-CNTR;
052900         PERFORM 0110-HOLD-ENTRY
053000       END-READ
053100     END-PERFORM.
053200     CLOSE SREG-FILE.
053300     MOVE RG-CNTR TO HELD-CNTR.
053400     PERFORM 0120-SET-EXPECTED
053500         VARYING CT-INDEX FROM 1 BY 1
053600         UNTIL CT-INDEX > CT-CNTR.
053700 0110-HOLD-ENTRY.
053800     IF RG-CNTR < MAX-REG-ENTRIES
053900      THEN
054000       ADD 1 TO RG-CNTR;
054100       SET RG-INDEX TO RG-CNTR;
054200       MOVE WSR-REPTNUM TO RG-REPTNUM (RG-INDEX);
054300       MOVE WSR-FIRST TO RG-FIRST (RG-INDEX);
054400       MOVE WSR-LAST TO RG-LAST (RG-INDEX);
054500       MOVE WSR-JOBID TO RG-JOBID (RG-INDEX);
054600       MOVE WSR-DATE TO RG-DATE (RG-INDEX);
054700       MOVE WSR-FIRST-PAGE TO RG-FIRST-PAGE (RG-INDEX)
054800      ELSE
054900       SET LOAD-FULL TO TRUE
055000     END-IF.
055100     SET CT-INDEX TO 1.
055200     SEARCH CT-ENTRY
055300      AT END
055400       CONTINUE
055500      WHEN CT-RPTNUM (CT-INDEX) = WSR-REPTNUM
055600       IF WSR-LAST > CT-HIGH (CT-INDEX)
055700        THEN
055800         MOVE WSR-LAST TO CT-HIGH (CT-INDEX)
055900       END-IF
056000     END-SEARCH.
056100 0120-SET-EXPECTED.
056200* the first page of a report the register has seen should carry
056300* the serial after its highest; one it has not seen, any serial.
056400     IF CT-HIGH (CT-INDEX) > ZERO
056500      THEN
056600       COMPUTE CT-NEXT (CT-INDEX) = CT-HIGH (CT-INDEX) + 1
056700     END-IF.
056800     EJECT
056900 TITLE 'Check the Serials Printed'.
057000 0200-CHECK-SERIALS.
057100     IF REPRINT-MODE
057200      THEN
057300       MOVE 'SERIALS REPRINTED AND OTHER EXCEPTIONS' TO LS-TEXT
057400      ELSE
057500       MOVE 'SERIAL NUMBER EXCEPTIONS' TO LS-TEXT
057600     END-IF.
057700     MOVE LENGTH OF LINE-SUBTITLE TO PRINT-REC-LEN.
057800     WRITE PRINT-RECORD FROM LINE-SUBTITLE.
057900     MOVE LENGTH OF LINE-EXCEPT-COLUMNS TO PRINT-REC-LEN.
058000     WRITE PRINT-RECORD FROM LINE-EXCEPT-COLUMNS.
058100* without the index values not one serial can be verified, and
058200* the run cannot be released.
058300     OPEN INPUT NDXV-FILE.
058400     IF NDXV-STATUS = '00' OR NDXV-STATUS = '97'
058500      THEN
058600       SET NDXV-NOTEOF TO TRUE;
058700       PERFORM UNTIL NDXV-EOF
058800         READ NDXV-FILE
058900          AT END
059000           SET NDXV-EOF TO TRUE
059100          NOT AT END
059200           PERFORM 0210-CHECK-PAGE THRU 0210-CHECK-PAGE-EXIT
059300         END-READ
059400       END-PERFORM;
059500       CLOSE NDXV-FILE
059600      ELSE
059700       ADD 1 TO EXCEPT-CNTR;
059800       MOVE 'NO INDEX VALUE FILE - NO SERIAL COULD BE CHECKED'
059900         TO LN-TEXT;
060000       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
060100       WRITE PRINT-RECORD FROM LINE-NOTICE;
060200       DISPLAY PGMNAME ' NO INDEX VALUE FILE, STATUS='
060300         NDXV-STATUS '. NO SERIAL CHECKED.'
060400     END-IF.
060500     IF EXCEPT-CNTR = ZERO
060600      THEN
060700       MOVE 'NONE - EVERY SERIAL IN ORDER' TO LN-TEXT;
060800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
060900       WRITE PRINT-RECORD FROM LINE-NOTICE
061000     END-IF.
061100     IF LISTED-CNTR < EXCEPT-CNTR
061200      THEN
061300       MOVE 'MORE EXCEPTIONS THAN LISTED - SEE THE COUNTS BELOW'
061400         TO LN-TEXT;
061500       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
061600       WRITE PRINT-RECORD FROM LINE-NOTICE
061700     END-IF.
061800 0210-CHECK-PAGE.
061900* only the pages of a controlled report count, and in a reprint
062000* run only the pages that were reprinted.
062100     SET CT-INDEX TO 1.
062200     SEARCH CT-ENTRY
062300      AT END
062400       GO TO 0210-CHECK-PAGE-EXIT
062500      WHEN CT-RPTNUM (CT-INDEX) = NDXV-REPTNUM
062600       CONTINUE
062700     END-SEARCH.
062800     IF REPRINT-MODE
062900      THEN
063000       PERFORM 0215-CHECK-PAGE-RANGE;
063100       IF PAGE-NOT-IN-RANGE
063200        THEN
063300         GO TO 0210-CHECK-PAGE-EXIT
063400       END-IF
063500     END-IF.
063600     ADD 1 TO PAGE-CNTR, CT-PAGES (CT-INDEX).
063700     MOVE CT-LEN (CT-INDEX) TO SER-LEN.
063800     IF NDXV-SERIAL (1 : SER-LEN) = SPACES
063900      THEN
064000       ADD 1 TO NOSER-CNTR, CT-NOSER (CT-INDEX);
064100       GO TO 0210-CHECK-PAGE-EXIT
064200     END-IF.
064300     PERFORM 0220-SERIAL-VALUE.
064400     IF SERIAL-BAD
064500      THEN
064600       ADD 1 TO UNREAD-CNTR;
064700       MOVE NDXV-SERIAL (1 : SER-LEN) TO LE-SERIAL;
064800       MOVE 'UNREADABLE' TO LE-KIND;
064900       MOVE 'THE SERIAL FIELD IS NOT A NUMBER' TO LE-TEXT;
065000       PERFORM 0400-LIST-EXCEPTION;
065100       GO TO 0210-CHECK-PAGE-EXIT
065200     END-IF.
065300     MOVE SER-WORK-N TO SERIAL-DISP.
065400     PERFORM 0230-FIND-ISSUE.
065500     IF REPRINT-MODE
065600      THEN
065700       PERFORM 0300-CHECK-REPRINT
065800      ELSE
065900       PERFORM 0250-CHECK-ISSUE
066000     END-IF.
066100 0210-CHECK-PAGE-EXIT.
066200     EXIT.
066300 0215-CHECK-PAGE-RANGE.
066400     SET PAGE-NOT-IN-RANGE TO TRUE.
066500     PERFORM WITH TEST BEFORE
066600         VARYING RPR-INDEX FROM 1 BY 1
066700         UNTIL RPR-INDEX > RPR-CNTR OR PAGE-IN-RANGE;
066800       IF NDXV-PAGENUM >= RPR-FROM-PAGE (RPR-INDEX)
066900          AND NDXV-PAGENUM <= RPR-TO-PAGE (RPR-INDEX)
067000        THEN
067100         SET PAGE-IN-RANGE TO TRUE
067200       END-IF;
067300     END-PERFORM.
067400 0220-SERIAL-VALUE.
067500* leading blanks count as zeros; anything else not a digit, or a
067600* serial of zero, makes it unreadable.
067700     MOVE NDXV-SERIAL TO SER-FIELD.
067800     INSPECT SER-FIELD (1 : SER-LEN)
067900         REPLACING LEADING SPACE BY ZERO.
068000     COMPUTE SER-START = 13 - SER-LEN.
068100     MOVE ZEROS TO SER-WORK-X.
068200     MOVE SER-FIELD (1 : SER-LEN)
068300       TO SER-WORK-X (SER-START : SER-LEN).
068400     SET SERIAL-BAD TO TRUE.
068500     IF SER-WORK-N NUMERIC
068600      THEN
068700       IF SER-WORK-N > ZERO
068800        THEN
068900         SET SERIAL-GOOD TO TRUE
069000       END-IF
069100     END-IF.
069200 0230-FIND-ISSUE.
069300* whether the register already holds the serial for the report. a
069400* serial above the report's highest cannot be there, and is not
069500* looked for: a run in order never searches.
069600     SET SERIAL-NOT-ISSUED TO TRUE.
069700     IF SER-WORK-N NOT > CT-HIGH (CT-INDEX)
069800      THEN
069900       PERFORM 0235-MATCH-ENTRY
070000           VARYING RX FROM 1 BY 1
070100           UNTIL RX > RG-CNTR OR SERIAL-ISSUED
070200     END-IF.
070300 0235-MATCH-ENTRY.
070400     IF RG-REPTNUM (RX) = NDXV-REPTNUM
070500        AND SER-WORK-N >= RG-FIRST (RX)
070600        AND SER-WORK-N <= RG-LAST (RX)
070700      THEN
070800       SET SERIAL-ISSUED TO TRUE;
070900       MOVE RX TO MATCH-RX;
071000       SET RG-INDEX TO RX
071100     END-IF.
071200 0250-CHECK-ISSUE.
071300* a serial issued before is a duplicate and is not issued again.
071400* one above the highest is new, with a gap ahead of it if it is
071500* not the one expected; one below that was never issued is out of
071600* sequence, unless it follows on from the page before, when the
071700* first of its run has already been listed.
071800     IF SERIAL-ISSUED
071900      THEN
072000       ADD 1 TO DUP-CNTR;
072100       MOVE SERIAL-DISP TO LE-SERIAL;
072200       MOVE 'DUPLICATE' TO LE-KIND;
072300       IF MATCH-RX > HELD-CNTR
072400        THEN
072500         MOVE 'ALREADY PRINTED EARLIER IN THIS JOB' TO LE-TEXT
072600        ELSE
072700         MOVE SPACES TO LE-TEXT;
072800         STRING 'ISSUED BY ' RG-JOBID (RG-INDEX) ' ON '
072900                RG-DATE (RG-INDEX)
073000           DELIMITED BY SIZE INTO LE-TEXT
073100       END-IF;
073200       PERFORM 0400-LIST-EXCEPTION
073300      ELSE
073400       IF SER-WORK-N > CT-HIGH (CT-INDEX)
073500        THEN
073600         IF CT-HIGH (CT-INDEX) > ZERO
073700            AND SER-WORK-N > CT-HIGH (CT-INDEX) + 1
073800          THEN
073900           PERFORM 0260-LIST-GAP
074000         END-IF;
074100         MOVE SER-WORK-N TO CT-HIGH (CT-INDEX)
074200        ELSE
074300         IF SER-WORK-N NOT = CT-NEXT (CT-INDEX)
074400          THEN
074500           ADD 1 TO OOS-CNTR;
074600           MOVE SERIAL-DISP TO LE-SERIAL;
074700           MOVE 'OUT OF SEQUENCE' TO LE-KIND;
074800           MOVE CT-NEXT (CT-INDEX) TO GAP-FROM-DISP;
074900           MOVE SPACES TO LE-TEXT;
075000           STRING 'EXPECTED ' GAP-FROM-DISP
075100             DELIMITED BY SIZE INTO LE-TEXT;
075200           PERFORM 0400-LIST-EXCEPTION
075300         END-IF
075400       END-IF;
075500       PERFORM 0270-RECORD-ISSUE
075600     END-IF.
075700     COMPUTE CT-NEXT (CT-INDEX) = SER-WORK-N + 1.
075800 0260-LIST-GAP.
075900     ADD 1 TO GAP-CNTR.
076000     COMPUTE EXPECT-SERIAL = CT-HIGH (CT-INDEX) + 1.
076100     COMPUTE GAP-LAST = SER-WORK-N - 1.
076200     COMPUTE GAP-SIZE = GAP-LAST - EXPECT-SERIAL + 1.
076300     MOVE EXPECT-SERIAL TO GAP-FROM-DISP.
076400     MOVE GAP-LAST TO GAP-TO-DISP.
076500     MOVE GAP-SIZE TO COUNT-DISP.
076600     MOVE SERIAL-DISP TO LE-SERIAL.
076700     MOVE 'GAP' TO LE-KIND.
076800     MOVE SPACES TO LE-TEXT.
076900     STRING GAP-FROM-DISP ' TO ' GAP-TO-DISP ','
077000            COUNT-DISP ' NOT PRINTED'
077100       DELIMITED BY SIZE INTO LE-TEXT.
077200     PERFORM 0400-LIST-EXCEPTION.
077300 0270-RECORD-ISSUE.
077400* the serial goes on the range this job is building for the
077500* report when it follows on from the range's last, and starts a
077600* new range otherwise.
077700     ADD 1 TO ISSUED-CNTR, CT-ISSUED (CT-INDEX).
077800     IF CT-FIRST-SER (CT-INDEX) = ZERO
077900      THEN
078000       MOVE SER-WORK-N TO CT-FIRST-SER (CT-INDEX)
078100     END-IF.
078200     MOVE SER-WORK-N TO CT-LAST-SER (CT-INDEX).
078300     IF CT-RUN-RX (CT-INDEX) > ZERO
078400      THEN
078500       MOVE CT-RUN-RX (CT-INDEX) TO RX;
078600       IF RG-LAST (RX) + 1 = SER-WORK-N
078700        THEN
078800         MOVE SER-WORK-N TO RG-LAST (RX);
078900         GO TO 0270-RECORD-ISSUE-EXIT
079000       END-IF
079100     END-IF.
079200     IF RG-CNTR < MAX-REG-ENTRIES
079300      THEN
079400       ADD 1 TO RG-CNTR, NEW-ENTRY-CNTR;
079500       SET RG-INDEX TO RG-CNTR;
079600       MOVE NDXV-REPTNUM TO RG-REPTNUM (RG-INDEX);
079700       MOVE SER-WORK-N TO RG-FIRST (RG-INDEX), RG-LAST (RG-INDEX);
079800       MOVE RUN-JOBID TO RG-JOBID (RG-INDEX);
079900       MOVE NOW-DATE TO RG-DATE (RG-INDEX);
080000       MOVE NDXV-PAGENUM TO RG-FIRST-PAGE (RG-INDEX);
080100       MOVE RG-CNTR TO CT-RUN-RX (CT-INDEX)
080200      ELSE
080300       SET REG-FULL TO TRUE;
080400       MOVE ZERO TO CT-RUN-RX (CT-INDEX)
080500     END-IF.
080600 0270-RECORD-ISSUE-EXIT.
080700     EXIT.
080800     EJECT
080900 TITLE 'Check the Serials Reprinted'.
081000 0300-CHECK-REPRINT.
081100* every serial reprinted is an exception: the first printing is
081200* still out there unless it has been voided.
081300     ADD 1 TO REPRINT-CNTR.
081400     MOVE SERIAL-DISP TO LE-SERIAL.
081500     MOVE SPACES TO LE-TEXT.
081600     IF SERIAL-ISSUED
081700      THEN
081800       MOVE 'REPRINTED' TO LE-KIND;
081900       STRING 'FIRST ISSUED BY ' RG-JOBID (RG-INDEX) ' ON '
082000              RG-DATE (RG-INDEX)
082100         DELIMITED BY SIZE INTO LE-TEXT
082200      ELSE
082300       MOVE 'REPRINT NOT ISSUED' TO LE-KIND;
082400       MOVE 'THE REGISTER HAS NO RECORD OF THE SERIAL' TO LE-TEXT
082500     END-IF.
082600     PERFORM 0400-LIST-EXCEPTION.
082700 0400-LIST-EXCEPTION.
082800* every exception is counted against the report; the listing
082900* stops at its limit, so a run gone wholly wrong stays readable.
083000     ADD 1 TO EXCEPT-CNTR, CT-EXCEPTS (CT-INDEX).
083100     IF LISTED-CNTR < MAX-LIST-LINES
083200      THEN
083300       ADD 1 TO LISTED-CNTR;
083400       MOVE NDXV-REPTNUM TO LE-REPTNUM;
083500       MOVE NDXV-PAGENUM TO LE-PAGENUM;
083600       MOVE LENGTH OF LINE-EXCEPT TO PRINT-REC-LEN;
083700       WRITE PRINT-RECORD FROM LINE-EXCEPT
083800     END-IF.
083900     EJECT
084000 TITLE 'Rewrite the Register and Terminate'.
084100 0500-REWRITE-REGISTER.
084200* the register goes back whole with this job's ranges on the end.
084300     OPEN OUTPUT SREG-FILE.
084400     PERFORM 0510-WRITE-ENTRY
084500         VARYING RG-INDEX FROM 1 BY 1
084600         UNTIL RG-INDEX > RG-CNTR.
084700     CLOSE SREG-FILE.
084800 0510-WRITE-ENTRY.
084900     MOVE SPACES TO WK-SREG-RECORD.
085000     MOVE RG-REPTNUM (RG-INDEX) TO WSR-REPTNUM.
085100     MOVE RG-FIRST (RG-INDEX) TO WSR-FIRST.
085200     MOVE RG-LAST (RG-INDEX) TO WSR-LAST.
085300     MOVE RG-JOBID (RG-INDEX) TO WSR-JOBID.
085400     MOVE RG-DATE (RG-INDEX) TO WSR-DATE.
085500     MOVE RG-FIRST-PAGE (RG-INDEX) TO WSR-FIRST-PAGE.
085600     WRITE SREG-RECORD FROM WK-SREG-RECORD.
085700 0600-PRINT-REPORT-TOTALS.
085800     MOVE 'SERIALS BY REPORT' TO LS-TEXT.
085900     MOVE LENGTH OF LINE-SUBTITLE TO PRINT-REC-LEN.
086000     WRITE PRINT-RECORD FROM LINE-SUBTITLE.
086100     MOVE LENGTH OF LINE-REPORT-COLUMNS TO PRINT-REC-LEN.
086200     WRITE PRINT-RECORD FROM LINE-REPORT-COLUMNS.
086300     PERFORM 0610-PRINT-ONE-REPORT
086400         VARYING CT-INDEX FROM 1 BY 1
086500         UNTIL CT-INDEX > CT-CNTR.
086600 0610-PRINT-ONE-REPORT.
086700     MOVE CT-RPTNUM (CT-INDEX) TO LR-REPTNUM.
086800     MOVE CT-PAGES (CT-INDEX) TO LR-PAGES.
086900     MOVE CT-FIRST-SER (CT-INDEX) TO LR-FIRST-SER.
087000     MOVE CT-LAST-SER (CT-INDEX) TO LR-LAST-SER.
087100     MOVE CT-ISSUED (CT-INDEX) TO LR-ISSUED.
087200     MOVE CT-NOSER (CT-INDEX) TO LR-NOSER.
087300     MOVE CT-EXCEPTS (CT-INDEX) TO LR-EXCEPTS.
087400     MOVE LENGTH OF LINE-REPORT TO PRINT-REC-LEN.
087500     WRITE PRINT-RECORD FROM LINE-REPORT.
087600 0900-TERMINATE.
087700     MOVE '0' TO LT-CC.
087800     MOVE 'CONTROLLED PAGES CHECKED' TO LT-LABEL.
087900     MOVE PAGE-CNTR TO LT-COUNT.
088000     PERFORM 0910-PRINT-TOTAL.
088100     MOVE SPACE TO LT-CC.
088200     MOVE 'PAGES WITH NO SERIAL' TO LT-LABEL.
088300     MOVE NOSER-CNTR TO LT-COUNT.
088400     PERFORM 0910-PRINT-TOTAL.
088500     MOVE 'SERIALS ISSUED' TO LT-LABEL.
088600     MOVE ISSUED-CNTR TO LT-COUNT.
088700     PERFORM 0910-PRINT-TOTAL.
088800     MOVE 'GAPS' TO LT-LABEL.
088900     MOVE GAP-CNTR TO LT-COUNT.
089000     PERFORM 0910-PRINT-TOTAL.
089100     MOVE 'DUPLICATES' TO LT-LABEL.
089200     MOVE DUP-CNTR TO LT-COUNT.
089300     PERFORM 0910-PRINT-TOTAL.
089400     MOVE 'OUT OF SEQUENCE' TO LT-LABEL.
089500     MOVE OOS-CNTR TO LT-COUNT.
089600     PERFORM 0910-PRINT-TOTAL.
089700     MOVE 'UNREADABLE' TO LT-LABEL.
089800     MOVE UNREAD-CNTR TO LT-COUNT.
089900     PERFORM 0910-PRINT-TOTAL.
090000     MOVE 'REPRINTED' TO LT-LABEL.
090100     MOVE REPRINT-CNTR TO LT-COUNT.
090200     PERFORM 0910-PRINT-TOTAL.
090300     MOVE 'REGISTER ENTRIES READ' TO LT-LABEL.
090400     MOVE OLD-ENTRY-CNTR TO LT-COUNT.
090500     PERFORM 0910-PRINT-TOTAL.
090600     MOVE 'REGISTER ENTRIES ADDED' TO LT-LABEL.
090700     MOVE NEW-ENTRY-CNTR TO LT-COUNT.
090800     PERFORM 0910-PRINT-TOTAL.
090900* a register too large to hold whole is not rewritten, and one
091000* too full to take this job's ranges cannot prove the next job's
091100* serials either.
091200     IF LOAD-FULL
091300      THEN
091400       ADD 1 TO EXCEPT-CNTR;
091500       MOVE 'REGISTER TOO LARGE TO HOLD - LEFT AS IT WAS'
091600         TO LN-TEXT;
091700       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
091800       WRITE PRINT-RECORD FROM LINE-NOTICE;
091900       DISPLAY PGMNAME ' REGISTER TABLE FULL.'
092000                ' REGISTER NOT REWRITTEN.'
092100     END-IF.
092200     IF REG-FULL
092300      THEN
092400       ADD 1 TO EXCEPT-CNTR;
092500       MOVE 'REGISTER FULL - SERIALS PAST THE TABLE NOT RECORDED'
092600         TO LN-TEXT;
092700       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
092800       WRITE PRINT-RECORD FROM LINE-NOTICE;
092900       DISPLAY PGMNAME ' REGISTER TABLE FULL.'
093000                ' SERIALS NOT RECORDED.'
093100     END-IF.
093200     CLOSE PRINT-FILE.
093300     MOVE EXCEPT-CNTR TO COUNT-DISP.
093400     DISPLAY PGMNAME, COUNT-DISP, ' SERIAL EXCEPTIONS.'.
093500     IF EXCEPT-CNTR > ZERO
093600      THEN
093700       MOVE 'APK028E' TO WTO-MSGID;
093800       MOVE SPACES TO WTO-MSGTEXT;
093900       STRING RUN-JOBID DELIMITED BY SPACE
094000         COUNT-DISP ' SERIAL EXCEPTIONS, HOLD FROM VAULT'
094100         DELIMITED BY SIZE
094200         INTO WTO-MSGTEXT;
094300       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT
094400     END-IF.
094500 0910-PRINT-TOTAL.
094600     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
094700     WRITE PRINT-RECORD FROM LINE-TOTAL.
094800 END PROGRAM APKSERV.
