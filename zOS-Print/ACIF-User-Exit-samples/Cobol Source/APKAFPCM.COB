000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKAFPCM.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800
000900               This program compares two ACIF outputs made from
001000               the same input, a baseline and a candidate, to
001100               certify a change to a control member, the
001200               resource library or an exit before it goes live.
001300               Run it after two ACIF runs of the same print
001400               dataset, one under the current setup and one
001500               under the change, each with its own JOBID.
001600
001700               The pages are aligned through each run's APKOXRF
001800               cross-reference records, which APKOUTXT writes
001900               one per page with the page name from the page's
002000               FQN triplet: pages with the same name are
002100               compared, and a page whose name the other run
002200               does not have (within the next 1000 pages) is
002300               reported as missing from the candidate or added
002400               in it. Each page is reduced to a list of items,
002500               in the order they occur in the page:
002600                 TEXT     - each line of presentation text, built
002700                            from the PTX control sequences as the
002800                            APKFTXT extract builds it
002900                 COMMENT  - each comment triplet on the Begin
003000                            Page, such as APKOUTXT's audit
003100                            comment
003200                 RESOURCE - each page segment and overlay
003300                            included, and each font, character
003400                            set and code page mapped
003500                 MEDMAP   - the medium map in effect for the page
003600                 TLE      - each index tag, as name=value
003700               (tags ahead of the first page of a named group
003800               belong to that page). An item longer than 100
003900               characters is compared in 100-character pieces.
004000               The two lists are matched up, and every item
004100               changed, added or removed is printed with the
004200               page it is on.
004300
004400               Optionally allocate a DD named APKAFPR with the
004500               expected differences, 80-byte cards (* in column 1
004600               for a comment): the item kind in columns 1-8, a
004700               start position (4 digits) in columns 10-13, a
004800               length (4 digits) in columns 15-18, and a phrase
004900               in columns 20-59. The rule applies to every item
005000               of that kind containing the phrase (every item of
005100               the kind when the phrase is blank). With a start
005200               position, the positions from there for the length
005300               given (to the end of the item when the length is
005400               blank) are ignored in the comparison; with no
005500               start position the item is left out altogether.
005600               The run date and time in APKOUTXT's audit comment
005700               are positions 23-37, so the card
005800                 COMMENT  0023 0015 MODIFIED BY:
005900               lets two runs on different days match.
006000
006100               Allocate these DDs:
006200                 APKBAFP  - the baseline ACIF output (RECFM FB,
006300                            LRECL 8192, as APKACIFP allocates
006400                            it), read only
006500                 APKCAFP  - the candidate ACIF output, likewise
006600                 APKBXRF  - the baseline run's APKOXRF records
006700                 APKCXRF  - the candidate run's APKOXRF records;
006800                            for both, when the dataset holds more
006900                            than one run's records the last
007000                            run's are used
007100                 PAPKAFPC - the printed report, LRECL 125,
007200                            BLKSIZE n*125+4, VBA
007300               The step ends with return code 0 only when the
007400               outputs match. Any difference ends it with return
007500               code 4. Return code 8 means the comparison itself
007600               is incomplete: a run's pages and its
007700               cross-reference disagree, or a page or run is
007800               larger than the program's tables.
007900 DATE-WRITTEN. 15 Oct 2026.
008000 DATE-COMPILED.
008100 SECURITY. IBM SAMPLE CODE ONLY.
008200*/**************************************************************/
008300*/* Licensed under the Apache License, Version 2.0 (the        */
008400*/* "License"); you may not use this file except in compliance */
008500*/* with the License. You may obtain a copy of the License at  */
008600*/*                                                            */
008700*/* http://www.apache.org/licenses/LICENSE-2.0                 */
008800*/*                                                            */
008900*/* Unless required by applicable law or agreed to in writing, */
009000*/* software distributed under the License is distributed on an*/
009100*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009200*/* KIND, either express or implied.  See the License for the  */
009300*/* specific language governing permissions and limitations    */
009400*/* under the License.                                         */
009500*/*------------------------------------------------------------*/
009600*/*                                                            */
009700*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
009800*/*                                                            */
009900*/*   Permission to use, copy, modify, and distribute          */
010000*/*   this software for any purpose with or without fee        */
010100*/*   is hereby granted, provided that the above               */
010200*/*   copyright notices appear in all copies.                  */
010300*/*                                                            */
010400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
010500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
010600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
010700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
010800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
010900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
011000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
011100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
011200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
011300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
011400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
011500*/**************************************************************/
011600 TITLE 'ACIF Output Comparison'.
011700 ENVIRONMENT DIVISION.
011800 CONFIGURATION SECTION.
011900 SOURCE-COMPUTER. IBM-370.
012000 OBJECT-COMPUTER. IBM-370.
012100 INPUT-OUTPUT SECTION.
012200 FILE-CONTROL.
012300     SELECT PRINT-FILE ASSIGN TO PAPKAFPC.
012400     SELECT BASE-AFP-FILE ASSIGN TO APKBAFP
012500         ORGANIZATION SEQUENTIAL.
012600     SELECT CAND-AFP-FILE ASSIGN TO APKCAFP
012700         ORGANIZATION SEQUENTIAL.
012800     SELECT BASE-XREF-FILE ASSIGN TO APKBXRF
012900         ORGANIZATION SEQUENTIAL.
013000     SELECT CAND-XREF-FILE ASSIGN TO APKCXRF
013100         ORGANIZATION SEQUENTIAL.
013200     SELECT RULE-FILE ASSIGN TO APKAFPR
013300         ORGANIZATION SEQUENTIAL
013400         FILE STATUS IS RULE-STATUS.
013500     EJECT
013600 DATA DIVISION.
013700 FILE SECTION.
013800 FD  PRINT-FILE
013900     BLOCK CONTAINS 0
014000     LABEL RECORDS STANDARD
014100     RECORD VARYING DEPENDING ON PRINT-REC-LEN
014200     RECORDING MODE V.
014300 01  PRINT-RECORD.
014400     05  PRINT-DATA          OCCURS 1 TO 255,
014500                             DEPENDING ON PRINT-REC-LEN,
014600                             PIC X.
014700* the two ACIF outputs: one AFPDS structured field per record,
014800* the X'5A' carriage control byte first.
014900 FD  BASE-AFP-FILE
015000     LABEL RECORDS STANDARD
015100     RECORDING MODE F
015200     BLOCK CONTAINS 0
015300     RECORD CONTAINS 8192 CHARACTERS.
015400 01  BASE-AFP-RECORD         PIC X(8192).
015500 FD  CAND-AFP-FILE
015600     LABEL RECORDS STANDARD
015700     RECORDING MODE F
015800     BLOCK CONTAINS 0
015900     RECORD CONTAINS 8192 CHARACTERS.
016000 01  CAND-AFP-RECORD         PIC X(8192).
016100* the page cross-reference records APKOUTXT writes, one per page,
016200* each run's closed by a *TRAILER record.
016300 FD  BASE-XREF-FILE
016400     LABEL RECORDS STANDARD
016500     RECORDING MODE F
016600     BLOCK CONTAINS 0
016700     RECORD CONTAINS 80 CHARACTERS.
016800 01  BASE-XREF-RECORD        PIC X(80).
016900 FD  CAND-XREF-FILE
017000     LABEL RECORDS STANDARD
017100     RECORDING MODE F
017200     BLOCK CONTAINS 0
017300     RECORD CONTAINS 80 CHARACTERS.
017400 01  CAND-XREF-RECORD        PIC X(80).
017500* the expected differences.
017600 FD  RULE-FILE
017700     LABEL RECORDS STANDARD
017800     RECORDING MODE F
017900     BLOCK CONTAINS 0
018000     RECORD CONTAINS 80 CHARACTERS.
018100 01  RULE-FILE-RECORD        PIC X(80).
018200     EJECT
018300 WORKING-STORAGE SECTION.
018400 77  PGMNAME                 PIC X(8) VALUE 'APKAFPCM'.
018500 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
018600 77  RULE-STATUS             PIC XX VALUE SPACES.
018700 77  RULE-EOF-FLAG           PIC X VALUE LOW-VALUE.
018800     88  RULE-EOF            VALUE HIGH-VALUE.
018900     88  RULE-NOTEOF         VALUE LOW-VALUE.
019000 77  XREF-EOF-FLAG           PIC X VALUE LOW-VALUE.
019100     88  XREF-EOF            VALUE HIGH-VALUE.
019200     88  XREF-NOTEOF         VALUE LOW-VALUE.
019300* a trailer closes a run's cross-reference records; a record
019400* after it begins the next run's, which replaces what was loaded.
019500 77  XREF-TRAILER-FLAG       PIC X VALUE 'N'.
019600     88  XREF-TRAILER-SEEN   VALUE 'Y'.
019700     88  XREF-TRAILER-NOTSEEN VALUE 'N'.
019800* once a run's pages and its cross-reference disagree nothing
019900* more can be aligned; the step ends RC=8.
020000 77  STEP-FLAG               PIC X VALUE LOW-VALUE.
020100     88  OUT-OF-STEP         VALUE HIGH-VALUE.
020200     88  IN-STEP             VALUE LOW-VALUE.
020300* a page or run dropped from an overflowed table would hide its
020400* differences; that must never read as a match.
020500 77  TABLE-FULL-FLAG         PIC X VALUE 'N'.
020600     88  TABLE-OVERFLOWED    VALUE 'Y'.
020700 77  PAGE-END-FLAG           PIC X VALUE LOW-VALUE.
020800     88  PAGE-ENDED          VALUE HIGH-VALUE.
020900     88  PAGE-NOTENDED       VALUE LOW-VALUE.
021000 77  PAGE-HEAD-FLAG          PIC X VALUE 'N'.
021100     88  PAGE-HEAD-PRINTED   VALUE 'Y'.
021200     88  PAGE-HEAD-NOTPRINTED VALUE 'N'.
021300* the pages after the last one the cross-reference names are read
021400* only to see that there are none; their items are not kept.
021500 77  DRAIN-FLAG              PIC X VALUE 'N'.
021600     88  DRAINING            VALUE 'Y'.
021700 77  ITEM-KEEP-FLAG          PIC X VALUE 'Y'.
021800     88  ITEM-KEPT           VALUE 'Y'.
021900     88  ITEM-DROPPED        VALUE 'N'.
022000* which run is being read: 1 is the baseline, 2 the candidate.
022100 77  SX                      PIC 9(4) BINARY VALUE ZERO.
022200 77  XREF-LOOKAHEAD          PIC 9(8) BINARY VALUE 1000.
022300 77  SCAN-IX                 PIC 9(8) BINARY VALUE ZERO.
022400 77  SCAN-END                PIC 9(8) BINARY VALUE ZERO.
022500 77  RESYNC-B                PIC 9(8) BINARY VALUE ZERO.
022600 77  RESYNC-C                PIC 9(8) BINARY VALUE ZERO.
022700 77  BI                      PIC 9(4) BINARY VALUE ZERO.
022800 77  CI                      PIC 9(4) BINARY VALUE ZERO.
022900 77  PAGE-NAME-READ          PIC X(10) VALUE SPACES.
023000 77  PAGE-NAME-LEN           PIC 9(4) BINARY VALUE ZERO.
023100 77  PAGE-DIFF-START         PIC 9(8) BINARY VALUE ZERO.
023200 77  PAGES-BEFORE            PIC 9(8) BINARY VALUE ZERO.
023300* totals for the report.
023400 77  PAGE-CMP-CNTR           PIC 9(8) BINARY VALUE ZERO.
023500 77  PAGE-DIFF-CNTR          PIC 9(8) BINARY VALUE ZERO.
023600 77  PAGE-MISSING-CNTR       PIC 9(8) BINARY VALUE ZERO.
023700 77  PAGE-ADDED-CNTR         PIC 9(8) BINARY VALUE ZERO.
023800 77  ITEM-DIFF-CNTR          PIC 9(8) BINARY VALUE ZERO.
023900 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
024000 77  TRIPLET-PTR             PIC 9(8) BINARY VALUE ZERO.
024100 77  TRIPLET-LENGTH          PIC 9(4) BINARY VALUE ZERO.
024200 77  SF-DATA-LEN             PIC 9(8) BINARY VALUE ZERO.
024300 01  BIN2-AREA.
024400     05  BIN2                PIC 9(4) BINARY VALUE ZERO.
024500     05  BIN2-X              REDEFINES BIN2.
024600         10  FILLER          PIC X.
024700         10  BIN2-2          PIC X.
024800* the structured field in hand, from either run.
024900 01  AFP-WORK-RECORD.
025000     05  AFPW-CC             PIC X.
025100     05  AFPW-SFLEN          PIC 9(4) BINARY.
025200     05  AFPW-SFTYPE         PIC XXX.
025300     05  AFPW-SFFLAG         PIC X.
025400     05  AFPW-SFSEQ          PIC 9(4) BINARY.
025500     05  AFPW-SFDATA         PIC X(8183).
025600 01  XREF-WORK.
025700     05  XW-PGNAME           PIC X(10).
025800     05  FILLER              PIC X.
025900     05  XW-PAGENUM          PIC 9(8).
026000     05  FILLER              PIC X.
026100     05  XW-JOBNAME          PIC X(8).
026200     05  FILLER              PIC X(52).
026300* each run's state: end of its AFP, its medium map in effect, the
026400* pages read, and the next cross-reference entry to read a page
026500* for.
026600 01  SIDE-TABLE.
026700     05  SIDE-ENTRY          OCCURS 2 TIMES.
026800         10  SD-EOF-FLAG     PIC X.
026900             88  SD-EOF              VALUE 'Y'.
027000             88  SD-NOTEOF           VALUE 'N'.
027100         10  SD-MAP          PIC X(8).
027200         10  SD-JOBNAME      PIC X(8).
027300         10  SD-PAGES        PIC 9(8) BINARY.
027400         10  SD-XIX          PIC 9(8) BINARY.
027500* each run's pages, in order, as its cross-reference names them.
027600 01  XREF-TABLE.
027700     05  XREF-SIDE           OCCURS 2 TIMES.
027800         10  XS-CNTR         PIC 9(8) BINARY.
027900         10  XS-ENTRY        OCCURS 10000 TIMES.
028000             15  XS-PGNAME   PIC X(10).
028100             15  XS-PAGENUM  PIC 9(8) BINARY.
028200* the items of the page in hand from each run: the item as
028300* printed, and as compared once the rules have masked it.
028400 01  ITEM-TABLE.
028500     05  ITEM-SIDE           OCCURS 2 TIMES.
028600         10  IT-CNTR         PIC 9(4) BINARY.
028700         10  IT-ENTRY        OCCURS 500 TIMES.
028800             15  IT-KIND     PIC X(8).
028900             15  IT-VALUE    PIC X(100).
029000             15  IT-CMP      PIC X(100).
029100* the item being added, before it is cut into pieces.
029200 77  ITEM-NEW-KIND           PIC X(8) VALUE SPACES.
029300 77  ITEM-WORK-LEN           PIC 9(4) BINARY VALUE ZERO.
029400 77  PIECE-PTR               PIC 9(4) BINARY VALUE ZERO.
029500 77  PIECE-LEN               PIC 9(4) BINARY VALUE ZERO.
029600 77  MASK-LEN                PIC 9(4) BINARY VALUE ZERO.
029700 01  ITEM-WORK               PIC X(1000) VALUE SPACES.
029800 01  ITEM-MASKED             PIC X(1000) VALUE SPACES.
029900* an index tag's name and value, joined as name=value.
030000 77  TLE-NAME-LEN            PIC 9(4) BINARY VALUE ZERO.
030100 77  TLE-VALUE-LEN           PIC 9(4) BINARY VALUE ZERO.
030200 01  TLE-NAME                PIC X(250) VALUE SPACES.
030300 01  TLE-VALUE               PIC X(250) VALUE SPACES.
030400* a Map Coded Font's repeating groups and their triplets.
030500 77  MCF-RG-PTR              PIC 9(8) BINARY VALUE ZERO.
030600 77  MCF-RG-LEN              PIC 9(4) BINARY VALUE ZERO.
030700 77  MCF-RG-END              PIC 9(8) BINARY VALUE ZERO.
030800 77  MCF-TR-PTR              PIC 9(8) BINARY VALUE ZERO.
030900 77  MCF-TR-LEN              PIC 9(4) BINARY VALUE ZERO.
031000 01  MCF-BIN2-AREA.
031100     05  MCF-BIN2            PIC 9(4) BINARY VALUE ZERO.
031200     05  MCF-BIN2-X          REDEFINES MCF-BIN2 PIC XX.
031300 77  RES-TYPE                PIC X(6) VALUE SPACES.
031400* the presentation text being scanned, as APKFTXT scans it.
031500 77  PTX-ESCAPE              PIC XX VALUE X'2BD3'.
031600 77  PTX-PTR                 PIC 9(8) BINARY VALUE ZERO.
031700 77  PTX-END                 PIC 9(8) BINARY VALUE ZERO.
031800 77  CS-LENGTH               PIC 9(4) BINARY VALUE ZERO.
031900 77  CS-TYPE                 PIC X VALUE LOW-VALUE.
032000     88  CS-TRANSPARENT      VALUE X'DA' X'DB'.
032100     88  CS-NEW-LINE         VALUE X'D2' X'D3' X'D4' X'D5'
032200                                   X'D8' X'D9'.
032300     88  CS-INLINE-MOVE      VALUE X'C6' X'C7' X'C8' X'C9'.
032400 77  TRN-LEN                 PIC 9(4) BINARY VALUE ZERO.
032500 77  TEXT-LEN                PIC 9(4) BINARY VALUE ZERO.
032600 01  TEXT-LINE               PIC X(1000) VALUE SPACES.
032700* the expected differences.
032800 77  RULE-TALLY              PIC 9(4) BINARY VALUE ZERO.
032900 01  RULE-TABLE.
033000     05  RULE-CNTR           PIC 9(4) BINARY VALUE ZERO.
033100     05  RULE-ENTRY          OCCURS 50 TIMES
033200                             DEPENDING ON RULE-CNTR
033300                             INDEXED BY RULE-INDEX.
033400         10  RULE-KIND       PIC X(8).
033500         10  RULE-START      PIC 9(4) BINARY.
033600         10  RULE-LEN        PIC 9(4) BINARY.
033700         10  RULE-PHRASE-LEN PIC 9(4) BINARY.
033800         10  RULE-PHRASE     PIC X(40).
033900 01  RULE-CARD.
034000     05  RULC-KIND           PIC X(8).
034100         88  RULC-KIND-OK    VALUE 'TEXT' 'COMMENT' 'RESOURCE'
034200                                   'MEDMAP' 'TLE'.
034300     05  FILLER              PIC X.
034400     05  RULC-START          PIC X(4).
034500     05  RULC-START-N        REDEFINES RULC-START PIC 9(4).
034600     05  FILLER              PIC X.
034700     05  RULC-LEN            PIC X(4).
034800     05  RULC-LEN-N          REDEFINES RULC-LEN PIC 9(4).
034900     05  FILLER              PIC X.
035000     05  RULC-PHRASE         PIC X(40).
035100     05  FILLER              PIC X(21).
035200     SKIP1
035300 01  PAGE-TITLE.
035400     05  FILLER              PIC X   VALUE '1'.
035500     05  FILLER              PIC X(22) VALUE
035600         'ACIF OUTPUT COMPARISON'.
035700     SKIP1
035800 01  LINE-RUNS.
035900     05  FILLER              PIC X   VALUE '0'.
036000     05  FILLER              PIC X(13) VALUE 'BASELINE JOB '.
036100     05  LR-BJOB             PIC X(8).
036200     05  FILLER              PIC X VALUE SPACE.
036300     05  LR-BPAGES           PIC ZZ,ZZZ,ZZ9.
036400     05  FILLER              PIC X(10) VALUE ' PAGES    '.
036500     05  FILLER              PIC X(14) VALUE 'CANDIDATE JOB '.
036600     05  LR-CJOB             PIC X(8).
036700     05  FILLER              PIC X VALUE SPACE.
036800     05  LR-CPAGES           PIC ZZ,ZZZ,ZZ9.
036900     05  FILLER              PIC X(6) VALUE ' PAGES'.
037000     SKIP1
037100 01  LINE-PAGE.
037200     05  FILLER              PIC X   VALUE '0'.
037300     05  LP-TEXT             PIC X(13).
037400     05  FILLER              PIC X(9) VALUE 'BASELINE '.
037500     05  LP-BNAME            PIC X(10).
037600     05  FILLER              PIC X VALUE SPACE.
037700     05  LP-BNUM             PIC X(8).
037800     05  FILLER              PIC X(13) VALUE '   CANDIDATE '.
037900     05  LP-CNAME            PIC X(10).
038000     05  FILLER              PIC X VALUE SPACE.
038100     05  LP-CNUM             PIC X(8).
038200 77  LP-NUM-EDIT             PIC ZZZZZZZ9.
038300     SKIP1
038400 01  LINE-ITEM.
038500     05  FILLER              PIC X   VALUE SPACE.
038600     05  LI-ACTION           PIC X(8).
038700     05  FILLER              PIC X VALUE SPACE.
038800     05  LI-KIND             PIC X(8).
038900     05  FILLER              PIC X VALUE SPACE.
039000     05  LI-SIDE             PIC X(4).
039100     05  FILLER              PIC X VALUE SPACE.
039200     05  LI-VALUE            PIC X(100).
039300     SKIP1
039400 01  LINE-TOTAL.
039500     05  FILLER              PIC X   VALUE SPACE.
039600     05  LT-LABEL            PIC X(30).
039700     05  LT-COUNT            PIC ZZ,ZZZ,ZZ9.
039800     SKIP1
039900 01  LINE-RESULT.
040000     05  FILLER              PIC X   VALUE '0'.
040100     05  LRS-TEXT            PIC X(70).
040200/ AFP STRUCTURED FIELD DEFINITIONS.
040300     COPY STRFLDS SUPPRESS.
040400 TITLE 'Initialization and Main Line'.
040500 PROCEDURE DIVISION.
040600 0000-MAINLINE.
040700     PERFORM 0010-INITIALIZE.
040800     PERFORM 0200-ALIGN-NEXT-PAGE
040900         UNTIL OUT-OF-STEP
041000            OR (SD-XIX (1) > XS-CNTR (1)
041100                AND SD-XIX (2) > XS-CNTR (2)).
041200     IF IN-STEP
041300      THEN
041400       PERFORM 0290-CHECK-AFP-END
041500     END-IF.
041600     PERFORM 0800-REPORT-TOTALS.
041700     CLOSE BASE-AFP-FILE, CAND-AFP-FILE, PRINT-FILE.
041800     EVALUATE TRUE
041900      WHEN OUT-OF-STEP OR TABLE-OVERFLOWED
042000       MOVE 8 TO RETURN-CODE
042100      WHEN PAGE-MISSING-CNTR > ZERO
042200        OR PAGE-ADDED-CNTR > ZERO
042300        OR PAGE-DIFF-CNTR > ZERO
042400       MOVE 4 TO RETURN-CODE
042500      WHEN OTHER
042600       MOVE ZERO TO RETURN-CODE
042700     END-EVALUATE.
042800     STOP RUN.
042900     EJECT
043000 0010-INITIALIZE.
043100     OPEN OUTPUT PRINT-FILE.
043200     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
043300     WRITE PRINT-RECORD FROM PAGE-TITLE.
043400     PERFORM 0030-LOAD-RULES.
043500     MOVE 1 TO SX.
043600     PERFORM 0050-INIT-SIDE.
043700     OPEN INPUT BASE-XREF-FILE.
043800     SET XREF-NOTEOF TO TRUE.
043900     PERFORM UNTIL XREF-EOF
044000       READ BASE-XREF-FILE INTO XREF-WORK
044100        AT END
044200         SET XREF-EOF TO TRUE
044300        NOT AT END
044400         PERFORM 0060-ADD-XREF-RECORD
044500       END-READ
044600     END-PERFORM.
044700     CLOSE BASE-XREF-FILE.
044800     MOVE 2 TO SX.
044900     PERFORM 0050-INIT-SIDE.
045000     OPEN INPUT CAND-XREF-FILE.
045100     SET XREF-NOTEOF TO TRUE.
045200     PERFORM UNTIL XREF-EOF
045300       READ CAND-XREF-FILE INTO XREF-WORK
045400        AT END
045500         SET XREF-EOF TO TRUE
045600        NOT AT END
045700         PERFORM 0060-ADD-XREF-RECORD
045800       END-READ
045900     END-PERFORM.
046000     CLOSE CAND-XREF-FILE.
046100     MOVE SD-JOBNAME (1) TO LR-BJOB.
046200     MOVE XS-CNTR (1) TO LR-BPAGES.
046300     MOVE SD-JOBNAME (2) TO LR-CJOB.
046400     MOVE XS-CNTR (2) TO LR-CPAGES.
046500     MOVE LENGTH OF LINE-RUNS TO PRINT-REC-LEN.
046600     WRITE PRINT-RECORD FROM LINE-RUNS.
046700     OPEN INPUT BASE-AFP-FILE.
046800     OPEN INPUT CAND-AFP-FILE.
046900 0030-LOAD-RULES.
047000* an absent or empty member leaves every item compared in full.
047100     MOVE ZERO TO RULE-CNTR.
047200     OPEN INPUT RULE-FILE.
047300     IF RULE-STATUS = '00' OR RULE-STATUS = '97'
047400      THEN
047500       SET RULE-NOTEOF TO TRUE;
047600       PERFORM UNTIL RULE-EOF
047700         READ RULE-FILE INTO RULE-CARD
047800          AT END
047900           SET RULE-EOF TO TRUE
048000          NOT AT END
048100           IF RULE-CARD (1 : 1) NOT = '*'
048200            THEN
048300             PERFORM 0035-ADD-RULE
048400           END-IF
048500         END-READ
048600       END-PERFORM;
048700       CLOSE RULE-FILE
048800     END-IF.
048900 0035-ADD-RULE.
049000* a card in error is ignored with a warning; it can only leave a
049100* difference reported that was meant to be ignored, never the
049200* other way round.
049300     IF RULC-START = SPACES
049400      THEN
049500       MOVE ZEROS TO RULC-START
049600     END-IF.
049700     IF RULC-LEN = SPACES
049800      THEN
049900       MOVE ZEROS TO RULC-LEN
050000     END-IF.
050100     IF NOT RULC-KIND-OK
050200        OR RULC-START NOT NUMERIC
050300        OR RULC-LEN NOT NUMERIC
050400        OR RULE-CNTR NOT < 50
050500      THEN
050600       DISPLAY PGMNAME ' APKAFPR CARD IGNORED: '
050700         RULE-CARD (1 : 59)
050800      ELSE
050900       ADD 1 TO RULE-CNTR;
051000       SET RULE-INDEX TO RULE-CNTR;
051100       MOVE RULC-KIND TO RULE-KIND (RULE-INDEX);
051200       MOVE RULC-START-N TO RULE-START (RULE-INDEX);
051300       MOVE RULC-LEN-N TO RULE-LEN (RULE-INDEX);
051400       IF RULC-LEN-N = ZERO
051500        THEN
051600         MOVE LENGTH OF ITEM-WORK TO RULE-LEN (RULE-INDEX)
051700       END-IF;
051800       MOVE RULC-PHRASE TO RULE-PHRASE (RULE-INDEX);
051900       MOVE LENGTH OF RULC-PHRASE TO RULE-PHRASE-LEN (RULE-INDEX);
052000       PERFORM UNTIL RULE-PHRASE-LEN (RULE-INDEX) = ZERO
052100          OR RULC-PHRASE (RULE-PHRASE-LEN (RULE-INDEX) : 1)
052200             NOT = SPACE
052300         SUBTRACT 1 FROM RULE-PHRASE-LEN (RULE-INDEX)
052400       END-PERFORM
052500     END-IF.
052600 0050-INIT-SIDE.
052700     SET SD-NOTEOF (SX) TO TRUE.
052800     MOVE SPACES TO SD-MAP (SX).
052900     MOVE SPACES TO SD-JOBNAME (SX).
053000     MOVE ZERO TO SD-PAGES (SX).
053100     MOVE 1 TO SD-XIX (SX).
053200     MOVE ZERO TO XS-CNTR (SX).
053300     MOVE ZERO TO IT-CNTR (SX).
053400     SET XREF-TRAILER-NOTSEEN TO TRUE.
053500 0060-ADD-XREF-RECORD.
053600* only the last run's records are kept: a record after a trailer
053700* starts the table again.
053800     IF XW-PGNAME (1 : 8) = '*TRAILER'
053900      THEN
054000       SET XREF-TRAILER-SEEN TO TRUE
054100      ELSE
054200       IF XREF-TRAILER-SEEN
054300        THEN
054400         MOVE ZERO TO XS-CNTR (SX);
054500         SET XREF-TRAILER-NOTSEEN TO TRUE
054600       END-IF;
054700       IF XS-CNTR (SX) NOT < 10000
054800        THEN
054900         SET TABLE-OVERFLOWED TO TRUE
055000        ELSE
055100         ADD 1 TO XS-CNTR (SX);
055200         MOVE XW-PGNAME TO XS-PGNAME (SX, XS-CNTR (SX));
055300         MOVE XW-PAGENUM TO XS-PAGENUM (SX, XS-CNTR (SX));
055400         MOVE XW-JOBNAME TO SD-JOBNAME (SX)
055500       END-IF
055600     END-IF.
055700     EJECT
055800 0200-ALIGN-NEXT-PAGE.
055900* one step through the two cross-references: a page both runs
056000* name alike is compared; otherwise the nearer of the two names
056100* found further on in the other run decides whether pages are
056200* missing from the candidate or added in it, and when neither
056300* turns up the two pages are compared as they stand.
056400     EVALUATE TRUE
056500      WHEN SD-XIX (1) > XS-CNTR (1)
056600       PERFORM 0240-ADDED-PAGE
056700      WHEN SD-XIX (2) > XS-CNTR (2)
056800       PERFORM 0230-MISSING-PAGE
056900      WHEN XS-PGNAME (1, SD-XIX (1)) = XS-PGNAME (2, SD-XIX (2))
057000       PERFORM 0220-COMPARE-PAGE-PAIR
057100      WHEN OTHER
057200       PERFORM 0210-FIND-RESYNC;
057300       EVALUATE TRUE
057400        WHEN RESYNC-B > ZERO
057500         AND (RESYNC-C = ZERO
057600              OR RESYNC-B - SD-XIX (1) NOT >
057700                 RESYNC-C - SD-XIX (2))
057800         PERFORM 0230-MISSING-PAGE
057900        WHEN RESYNC-C > ZERO
058000         PERFORM 0240-ADDED-PAGE
058100        WHEN OTHER
058200         PERFORM 0220-COMPARE-PAGE-PAIR
058300       END-EVALUATE
058400     END-EVALUATE.
058500 0210-FIND-RESYNC.
058600* RESYNC-B is where the candidate's page turns up in the
058700* baseline, RESYNC-C where the baseline's page turns up in the
058800* candidate; zero when not within the lookahead.
058900     MOVE ZERO TO RESYNC-B, RESYNC-C.
059000     COMPUTE SCAN-IX = SD-XIX (1) + 1.
059100     COMPUTE SCAN-END = SD-XIX (1) + XREF-LOOKAHEAD.
059200     IF SCAN-END > XS-CNTR (1)
059300      THEN
059400       MOVE XS-CNTR (1) TO SCAN-END
059500     END-IF.
059600     PERFORM UNTIL SCAN-IX > SCAN-END OR RESYNC-B > ZERO
059700       IF XS-PGNAME (1, SCAN-IX) = XS-PGNAME (2, SD-XIX (2))
059800        THEN
059900         MOVE SCAN-IX TO RESYNC-B
060000       END-IF;
060100       ADD 1 TO SCAN-IX
060200     END-PERFORM.
060300     COMPUTE SCAN-IX = SD-XIX (2) + 1.
060400     COMPUTE SCAN-END = SD-XIX (2) + XREF-LOOKAHEAD.
060500     IF SCAN-END > XS-CNTR (2)
060600      THEN
060700       MOVE XS-CNTR (2) TO SCAN-END
060800     END-IF.
060900     PERFORM UNTIL SCAN-IX > SCAN-END OR RESYNC-C > ZERO
061000       IF XS-PGNAME (2, SCAN-IX) = XS-PGNAME (1, SD-XIX (1))
061100        THEN
061200         MOVE SCAN-IX TO RESYNC-C
061300       END-IF;
061400       ADD 1 TO SCAN-IX
061500     END-PERFORM.
061600 0220-COMPARE-PAGE-PAIR.
061700     SET PAGE-HEAD-NOTPRINTED TO TRUE.
061800     MOVE 1 TO SX.
061900     PERFORM 0300-READ-PAGE.
062000     IF IN-STEP
062100      THEN
062200       MOVE 2 TO SX;
062300       PERFORM 0300-READ-PAGE
062400     END-IF.
062500     IF IN-STEP
062600      THEN
062700       ADD 1 TO PAGE-CMP-CNTR;
062800       MOVE ITEM-DIFF-CNTR TO PAGE-DIFF-START;
062900       IF XS-PGNAME (1, SD-XIX (1))
063000          NOT = XS-PGNAME (2, SD-XIX (2))
063100        THEN
063200         MOVE 'RENAMED PAGE' TO LP-TEXT;
063300         PERFORM 0710-PRINT-PAGE-LINE;
063400         ADD 1 TO ITEM-DIFF-CNTR
063500       END-IF;
063600       PERFORM 0500-COMPARE-ITEMS;
063700       IF ITEM-DIFF-CNTR > PAGE-DIFF-START
063800        THEN
063900         ADD 1 TO PAGE-DIFF-CNTR
064000       END-IF;
064100       ADD 1 TO SD-XIX (1);
064200       ADD 1 TO SD-XIX (2)
064300     END-IF.
064400 0230-MISSING-PAGE.
064500* a baseline page the candidate does not have: read past it.
064600     MOVE 1 TO SX.
064700     PERFORM 0300-READ-PAGE.
064800     IF IN-STEP
064900      THEN
065000       MOVE 'MISSING PAGE' TO LP-TEXT;
065100       PERFORM 0710-PRINT-PAGE-LINE;
065200       ADD 1 TO PAGE-MISSING-CNTR;
065300       ADD 1 TO SD-XIX (1)
065400     END-IF.
065500 0240-ADDED-PAGE.
065600* a candidate page the baseline does not have: read past it.
065700     MOVE 2 TO SX.
065800     PERFORM 0300-READ-PAGE.
065900     IF IN-STEP
066000      THEN
066100       MOVE 'ADDED PAGE' TO LP-TEXT;
066200       PERFORM 0710-PRINT-PAGE-LINE;
066300       ADD 1 TO PAGE-ADDED-CNTR;
066400       ADD 1 TO SD-XIX (2)
066500     END-IF.
066600 0290-CHECK-AFP-END.
066700* every page the cross-references name has been read; a page
066800* left over in either run means they disagree.
066900     SET DRAINING TO TRUE.
067000     MOVE 1 TO SX.
067100     PERFORM UNTIL SX > 2
067200       MOVE SD-PAGES (SX) TO PAGES-BEFORE;
067300       PERFORM 0310-READ-AFP-RECORD
067400           UNTIL SD-EOF (SX);
067500       IF SD-PAGES (SX) > PAGES-BEFORE
067600        THEN
067700         DISPLAY PGMNAME ' RUN ' SX ' HAS PAGES PAST THE LAST'
067800           ' ONE ITS CROSS-REFERENCE NAMES.';
067900         SET OUT-OF-STEP TO TRUE
068000       END-IF;
068100       ADD 1 TO SX
068200     END-PERFORM.
068300     EJECT
068400 0300-READ-PAGE.
068500* the next page of run SX, through its End Page, reduced to its
068600* items. its name must be the one the cross-reference expects.
068700     MOVE ZERO TO IT-CNTR (SX).
068800     MOVE SPACES TO PAGE-NAME-READ.
068900     SET PAGE-NOTENDED TO TRUE.
069000     PERFORM 0310-READ-AFP-RECORD
069100         UNTIL PAGE-ENDED OR SD-EOF (SX).
069200     EVALUATE TRUE
069300      WHEN NOT PAGE-ENDED
069400       DISPLAY PGMNAME ' RUN ' SX ' AFP ENDS BEFORE PAGE '
069500         XS-PGNAME (SX, SD-XIX (SX))
069600         ' OF ITS CROSS-REFERENCE.';
069700       SET OUT-OF-STEP TO TRUE
069800      WHEN PAGE-NAME-READ NOT = XS-PGNAME (SX, SD-XIX (SX))
069900       DISPLAY PGMNAME ' RUN ' SX ' PAGE ' PAGE-NAME-READ
070000         ' FOUND WHERE THE CROSS-REFERENCE HAS '
070100         XS-PGNAME (SX, SD-XIX (SX)) '.';
070200       SET OUT-OF-STEP TO TRUE
070300      WHEN OTHER
070400       CONTINUE
070500     END-EVALUATE.
070600 0310-READ-AFP-RECORD.
070700     IF SX = 1
070800      THEN
070900       READ BASE-AFP-FILE INTO AFP-WORK-RECORD
071000        AT END
071100         SET SD-EOF (SX) TO TRUE
071200       END-READ
071300      ELSE
071400       READ CAND-AFP-FILE INTO AFP-WORK-RECORD
071500        AT END
071600         SET SD-EOF (SX) TO TRUE
071700       END-READ
071800     END-IF.
071900     IF NOT SD-EOF (SX) AND AFPW-CC = X'5A'
072000      THEN
072100       COMPUTE SF-DATA-LEN = AFPW-SFLEN - 8;
072200       PERFORM 0320-SELECT-AFP-RECORD
072300     END-IF.
072400 0320-SELECT-AFP-RECORD.
072500     EVALUATE AFPW-SFTYPE
072600      WHEN SF-BPG
072700       PERFORM 0450-END-TEXT-LINE;
072800       PERFORM 0330-BEGIN-PAGE
072900      WHEN SF-EPG
073000       PERFORM 0450-END-TEXT-LINE;
073100       SET PAGE-ENDED TO TRUE
073200      WHEN SF-PTX
073300       PERFORM 0400-SCAN-PRESENTATION-TEXT
073400      WHEN SF-IMM
073500       MOVE AFPW-SFDATA (1 : 8) TO SD-MAP (SX)
073600      WHEN SF-IPS
073700       MOVE 'PSEG' TO RES-TYPE;
073800       MOVE 1 TO MCF-TR-PTR;
073900       PERFORM 0370-ADD-RESOURCE
074000      WHEN SF-IPO
074100       MOVE 'OVLY' TO RES-TYPE;
074200       MOVE 1 TO MCF-TR-PTR;
074300       PERFORM 0370-ADD-RESOURCE
074400      WHEN SF-MCF
074500       PERFORM 0360-SCAN-MCF
074600      WHEN SF-TLE
074700       PERFORM 0340-ADD-TLE
074800      WHEN OTHER
074900       CONTINUE
075000     END-EVALUATE.
075100 0330-BEGIN-PAGE.
075200* the page is named by its FQN triplet, as APKOUTXT names it on
075300* the cross-reference; its comment triplets are items, and so is
075400* the medium map it prints under.
075500     ADD 1 TO SD-PAGES (SX).
075600     MOVE SPACES TO PAGE-NAME-READ.
075700     MOVE 9 TO TRIPLET-PTR.
075800     PERFORM 0335-SCAN-PAGE-TRIPLET
075900         UNTIL TRIPLET-PTR >= SF-DATA-LEN.
076000     MOVE 'MEDMAP' TO ITEM-NEW-KIND.
076100     MOVE SD-MAP (SX) TO ITEM-WORK.
076200     MOVE LENGTH OF SD-MAP (SX) TO ITEM-WORK-LEN.
076300     PERFORM 0600-ADD-ITEM.
076400 0335-SCAN-PAGE-TRIPLET.
076500* a zero-length triplet would loop forever; a malformed one ends
076600* the scan.
076700     MOVE AFPW-SFDATA (TRIPLET-PTR : 1) TO BIN2-2.
076800     MOVE BIN2 TO TRIPLET-LENGTH.
076900     IF TRIPLET-LENGTH < 2
077000        OR TRIPLET-PTR + TRIPLET-LENGTH - 1 > SF-DATA-LEN
077100      THEN
077200       MOVE SF-DATA-LEN TO TRIPLET-PTR
077300      ELSE
077400       EVALUATE TRUE
077500        WHEN AFPW-SFDATA (TRIPLET-PTR + 1 : 1) = TR-FQN (2 : 1)
077600         AND AFPW-SFDATA (TRIPLET-PTR + 2 : 1) = FQN-GID
077700         AND TRIPLET-LENGTH > 3
077800         SUBTRACT 3 FROM TRIPLET-LENGTH GIVING PAGE-NAME-LEN;
077900         IF PAGE-NAME-LEN > LENGTH OF PAGE-NAME-READ
078000          THEN
078100           MOVE LENGTH OF PAGE-NAME-READ TO PAGE-NAME-LEN
078200         END-IF;
078300         MOVE AFPW-SFDATA (TRIPLET-PTR + 3 : PAGE-NAME-LEN)
078400           TO PAGE-NAME-READ (1 : PAGE-NAME-LEN)
078500        WHEN AFPW-SFDATA (TRIPLET-PTR + 1 : 1)
078600             = TR-UCOMMENT (2 : 1)
078700         AND TRIPLET-LENGTH > 2
078800         MOVE 'COMMENT' TO ITEM-NEW-KIND;
078900         SUBTRACT 2 FROM TRIPLET-LENGTH GIVING ITEM-WORK-LEN;
079000         MOVE SPACES TO ITEM-WORK;
079100         MOVE AFPW-SFDATA (TRIPLET-PTR + 2 : ITEM-WORK-LEN)
079200           TO ITEM-WORK (1 : ITEM-WORK-LEN);
079300         PERFORM 0600-ADD-ITEM
079400        WHEN OTHER
079500         CONTINUE
079600       END-EVALUATE;
079700       ADD TRIPLET-LENGTH TO TRIPLET-PTR
079800     END-IF.
079900 0340-ADD-TLE.
080000* an index tag: the attribute name from its FQN triplet and the
080100* value from its attribute value triplet (past two reserved
080200* bytes).
080300     MOVE ZERO TO TLE-NAME-LEN, TLE-VALUE-LEN.
080400     MOVE 1 TO TRIPLET-PTR.
080500     PERFORM 0345-SCAN-TLE-TRIPLET
080600         UNTIL TRIPLET-PTR >= SF-DATA-LEN.
080700     MOVE 'TLE' TO ITEM-NEW-KIND.
080800     MOVE SPACES TO ITEM-WORK.
080900     MOVE ZERO TO ITEM-WORK-LEN.
081000     IF TLE-NAME-LEN > ZERO
081100      THEN
081200       MOVE TLE-NAME (1 : TLE-NAME-LEN)
081300         TO ITEM-WORK (1 : TLE-NAME-LEN);
081400       MOVE TLE-NAME-LEN TO ITEM-WORK-LEN
081500     END-IF.
081600     ADD 1 TO ITEM-WORK-LEN.
081700     MOVE '=' TO ITEM-WORK (ITEM-WORK-LEN : 1).
081800     IF TLE-VALUE-LEN > ZERO
081900      THEN
082000       MOVE TLE-VALUE (1 : TLE-VALUE-LEN)
082100         TO ITEM-WORK (ITEM-WORK-LEN + 1 : TLE-VALUE-LEN);
082200       ADD TLE-VALUE-LEN TO ITEM-WORK-LEN
082300     END-IF.
082400     PERFORM 0600-ADD-ITEM.
082500 0345-SCAN-TLE-TRIPLET.
082600     MOVE AFPW-SFDATA (TRIPLET-PTR : 1) TO BIN2-2.
082700     MOVE BIN2 TO TRIPLET-LENGTH.
082800     IF TRIPLET-LENGTH < 2
082900        OR TRIPLET-PTR + TRIPLET-LENGTH - 1 > SF-DATA-LEN
083000      THEN
083100       MOVE SF-DATA-LEN TO TRIPLET-PTR
083200      ELSE
083300       EVALUATE TRUE
083400        WHEN AFPW-SFDATA (TRIPLET-PTR + 1 : 1) = TR-FQN (2 : 1)
083500         AND AFPW-SFDATA (TRIPLET-PTR + 2 : 1) = FQN-ATTR
083600         AND TRIPLET-LENGTH > 4
083700         SUBTRACT 4 FROM TRIPLET-LENGTH GIVING TLE-NAME-LEN;
083800         MOVE AFPW-SFDATA (TRIPLET-PTR + 4 : TLE-NAME-LEN)
083900           TO TLE-NAME (1 : TLE-NAME-LEN)
084000        WHEN AFPW-SFDATA (TRIPLET-PTR + 1 : 1) = TR-ATTVAL (2 : 1)
084100         AND TRIPLET-LENGTH > 4
084200         SUBTRACT 4 FROM TRIPLET-LENGTH GIVING TLE-VALUE-LEN;
084300         MOVE AFPW-SFDATA (TRIPLET-PTR + 4 : TLE-VALUE-LEN)
084400           TO TLE-VALUE (1 : TLE-VALUE-LEN)
084500        WHEN OTHER
084600         CONTINUE
084700       END-EVALUATE;
084800       ADD TRIPLET-LENGTH TO TRIPLET-PTR
084900     END-IF.
085000 0360-SCAN-MCF.
085100* a format-2 Map Coded Font is a run of repeating groups, each a
085200* two-byte group length followed by triplets, as APKOUTXT reads
085300* it for the resource remap.
085400     MOVE 1 TO MCF-RG-PTR.
085500     PERFORM 0365-SCAN-MCF-GROUP
085600         UNTIL MCF-RG-PTR >= SF-DATA-LEN.
085700 0365-SCAN-MCF-GROUP.
085800     MOVE AFPW-SFDATA (MCF-RG-PTR : 2) TO MCF-BIN2-X.
085900     MOVE MCF-BIN2 TO MCF-RG-LEN.
086000     COMPUTE MCF-RG-END = MCF-RG-PTR + MCF-RG-LEN.
086100     IF MCF-RG-LEN < 3 OR MCF-RG-END > SF-DATA-LEN + 1
086200      THEN
086300       MOVE SF-DATA-LEN TO MCF-RG-PTR
086400      ELSE
086500       COMPUTE MCF-TR-PTR = MCF-RG-PTR + 2;
086600       PERFORM 0367-SCAN-MCF-TRIPLET
086700           UNTIL MCF-TR-PTR >= MCF-RG-END;
086800       MOVE MCF-RG-END TO MCF-RG-PTR
086900     END-IF.
087000 0367-SCAN-MCF-TRIPLET.
087100* a Fully Qualified Name triplet of 12 bytes names a code page,
087200* character set or coded font in its last 8 bytes.
087300     MOVE LOW-VALUES TO MCF-BIN2-X.
087400     MOVE AFPW-SFDATA (MCF-TR-PTR : 1) TO MCF-BIN2-X (2 : 1).
087500     MOVE MCF-BIN2 TO MCF-TR-LEN.
087600     IF MCF-TR-LEN < 2 OR MCF-TR-PTR + MCF-TR-LEN > MCF-RG-END
087700      THEN
087800       MOVE MCF-RG-END TO MCF-TR-PTR
087900      ELSE
088000       IF MCF-TR-LEN = 12
088100          AND AFPW-SFDATA (MCF-TR-PTR + 1 : 1) = TR-FQN (2 : 1)
088200        THEN
088300         MOVE SPACES TO RES-TYPE;
088400         EVALUATE AFPW-SFDATA (MCF-TR-PTR + 2 : 1)
088500          WHEN FQN-CODEPAGE  MOVE 'CPAGE' TO RES-TYPE
088600          WHEN FQN-CHARSET   MOVE 'CSET'  TO RES-TYPE
088700          WHEN FQN-CODEDFONT MOVE 'FONT'  TO RES-TYPE
088800         END-EVALUATE;
088900         IF RES-TYPE NOT = SPACES
089000          THEN
089100           ADD 4 TO MCF-TR-PTR;
089200           PERFORM 0370-ADD-RESOURCE;
089300           SUBTRACT 4 FROM MCF-TR-PTR
089400         END-IF
089500       END-IF;
089600       ADD MCF-TR-LEN TO MCF-TR-PTR
089700     END-IF.
089800 0370-ADD-RESOURCE.
089900* the resource type and the 8-byte name at MCF-TR-PTR.
090000     MOVE 'RESOURCE' TO ITEM-NEW-KIND.
090100     MOVE SPACES TO ITEM-WORK.
090200     MOVE RES-TYPE TO ITEM-WORK (1 : 6).
090300     MOVE AFPW-SFDATA (MCF-TR-PTR : 8) TO ITEM-WORK (7 : 8).
090400     MOVE 14 TO ITEM-WORK-LEN.
090500     PERFORM 0600-ADD-ITEM.
090600     EJECT
090700 0400-SCAN-PRESENTATION-TEXT.
090800* the structured field's data is a chain of PTOCA control
090900* sequences, each a length byte, a type byte and its parameters.
091000     MOVE SF-DATA-LEN TO PTX-END.
091100     MOVE 1 TO PTX-PTR.
091200     PERFORM 0410-NEXT-CONTROL-SEQUENCE
091300         UNTIL PTX-PTR > PTX-END.
091400 0410-NEXT-CONTROL-SEQUENCE.
091500* an unchained control sequence follows the X'2BD3' escape; a
091600* chained one follows its predecessor directly. a length that
091700* runs past the structured field ends the scan.
091800     IF PTX-PTR < PTX-END
091900        AND AFPW-SFDATA (PTX-PTR : 2) = PTX-ESCAPE
092000      THEN
092100       ADD 2 TO PTX-PTR
092200     END-IF.
092300     IF PTX-PTR >= PTX-END
092400      THEN
092500       COMPUTE PTX-PTR = PTX-END + 1
092600      ELSE
092700       MOVE AFPW-SFDATA (PTX-PTR : 1) TO BIN2-2;
092800       MOVE BIN2 TO CS-LENGTH;
092900       MOVE AFPW-SFDATA (PTX-PTR + 1 : 1) TO CS-TYPE;
093000       IF CS-LENGTH < 2
093100          OR PTX-PTR + CS-LENGTH - 1 > PTX-END
093200        THEN
093300         COMPUTE PTX-PTR = PTX-END + 1
093400        ELSE
093500         PERFORM 0420-APPLY-CONTROL-SEQUENCE;
093600         ADD CS-LENGTH TO PTX-PTR
093700       END-IF
093800     END-IF.
093900 0420-APPLY-CONTROL-SEQUENCE.
094000* Transparent Data carries the characters; Absolute and Relative
094100* Move Baseline and Begin Line start a new line; Absolute and
094200* Relative Move Inline leave a gap, kept as one blank.
094300     EVALUATE TRUE
094400      WHEN CS-TRANSPARENT
094500       PERFORM 0430-ADD-TEXT
094600      WHEN CS-NEW-LINE
094700       PERFORM 0450-END-TEXT-LINE
094800      WHEN CS-INLINE-MOVE
094900       PERFORM 0440-ADD-BLANK
095000      WHEN OTHER
095100       CONTINUE
095200     END-EVALUATE.
095300 0430-ADD-TEXT.
095400* text beyond the line buffer is dropped.
095500     COMPUTE TRN-LEN = CS-LENGTH - 2.
095600     IF TEXT-LEN + TRN-LEN > LENGTH OF TEXT-LINE
095700      THEN
095800       COMPUTE TRN-LEN = LENGTH OF TEXT-LINE - TEXT-LEN
095900     END-IF.
096000     IF TRN-LEN > ZERO
096100      THEN
096200       MOVE AFPW-SFDATA (PTX-PTR + 2 : TRN-LEN)
096300         TO TEXT-LINE (TEXT-LEN + 1 : TRN-LEN);
096400       ADD TRN-LEN TO TEXT-LEN
096500     END-IF.
096600 0440-ADD-BLANK.
096700     IF TEXT-LEN > ZERO
096800        AND TEXT-LEN < LENGTH OF TEXT-LINE
096900      THEN
097000       IF TEXT-LINE (TEXT-LEN : 1) NOT = SPACE
097100        THEN
097200         ADD 1 TO TEXT-LEN;
097300         MOVE SPACE TO TEXT-LINE (TEXT-LEN : 1)
097400       END-IF
097500     END-IF.
097600 0450-END-TEXT-LINE.
097700* the line in hand is finished: a line with any text on it is an
097800* item.
097900     IF TEXT-LEN > ZERO
098000      THEN
098100       IF TEXT-LINE (1 : TEXT-LEN) NOT = SPACES
098200        THEN
098300         MOVE 'TEXT' TO ITEM-NEW-KIND;
098400         MOVE TEXT-LINE TO ITEM-WORK;
098500         MOVE TEXT-LEN TO ITEM-WORK-LEN;
098600         PERFORM 0600-ADD-ITEM
098700       END-IF;
098800       MOVE SPACES TO TEXT-LINE (1 : TEXT-LEN);
098900       MOVE ZERO TO TEXT-LEN
099000     END-IF.
099100     EJECT
099200 0500-COMPARE-ITEMS.
099300* the two pages' items are walked together. where they part, the
099400* nearer place further on where they agree again decides whether
099500* items were added or removed; when they do not agree again the
099600* pair is a change.
099700     MOVE 1 TO BI, CI.
099800     PERFORM 0510-COMPARE-NEXT-ITEM
099900         UNTIL BI > IT-CNTR (1) AND CI > IT-CNTR (2).
100000 0510-COMPARE-NEXT-ITEM.
100100     EVALUATE TRUE
100200      WHEN BI > IT-CNTR (1)
100300       PERFORM 0540-REPORT-ADDED-ITEM;
100400       ADD 1 TO CI
100500      WHEN CI > IT-CNTR (2)
100600       PERFORM 0530-REPORT-REMOVED-ITEM;
100700       ADD 1 TO BI
100800      WHEN IT-KIND (1, BI) = IT-KIND (2, CI)
100900       AND IT-CMP (1, BI) = IT-CMP (2, CI)
101000       ADD 1 TO BI, CI
101100      WHEN OTHER
101200       PERFORM 0520-FIND-ITEM-RESYNC;
101300       EVALUATE TRUE
101400        WHEN RESYNC-C > ZERO
101500         AND (RESYNC-B = ZERO
101600              OR RESYNC-C - CI NOT > RESYNC-B - BI)
101700         PERFORM UNTIL CI = RESYNC-C
101800           PERFORM 0540-REPORT-ADDED-ITEM;
101900           ADD 1 TO CI
102000         END-PERFORM
102100        WHEN RESYNC-B > ZERO
102200         PERFORM UNTIL BI = RESYNC-B
102300           PERFORM 0530-REPORT-REMOVED-ITEM;
102400           ADD 1 TO BI
102500         END-PERFORM
102600        WHEN OTHER
102700         PERFORM 0550-REPORT-CHANGED-ITEM;
102800         ADD 1 TO BI, CI
102900       END-EVALUATE
103000     END-EVALUATE.
103100 0520-FIND-ITEM-RESYNC.
103200* RESYNC-C is where the baseline's item turns up in the
103300* candidate, RESYNC-B where the candidate's turns up in the
103400* baseline; zero when it does not.
103500     MOVE ZERO TO RESYNC-B, RESYNC-C.
103600     COMPUTE SCAN-IX = CI + 1.
103700     PERFORM UNTIL SCAN-IX > IT-CNTR (2) OR RESYNC-C > ZERO
103800       IF IT-KIND (2, SCAN-IX) = IT-KIND (1, BI)
103900          AND IT-CMP (2, SCAN-IX) = IT-CMP (1, BI)
104000        THEN
104100         MOVE SCAN-IX TO RESYNC-C
104200       END-IF;
104300       ADD 1 TO SCAN-IX
104400     END-PERFORM.
104500     COMPUTE SCAN-IX = BI + 1.
104600     PERFORM UNTIL SCAN-IX > IT-CNTR (1) OR RESYNC-B > ZERO
104700       IF IT-KIND (1, SCAN-IX) = IT-KIND (2, CI)
104800          AND IT-CMP (1, SCAN-IX) = IT-CMP (2, CI)
104900        THEN
105000         MOVE SCAN-IX TO RESYNC-B
105100       END-IF;
105200       ADD 1 TO SCAN-IX
105300     END-PERFORM.
105400 0530-REPORT-REMOVED-ITEM.
105500     PERFORM 0700-PRINT-PAGE-HEAD.
105600     MOVE 'REMOVED' TO LI-ACTION.
105700     MOVE IT-KIND (1, BI) TO LI-KIND.
105800     MOVE 'BASE' TO LI-SIDE.
105900     MOVE IT-VALUE (1, BI) TO LI-VALUE.
106000     MOVE LENGTH OF LINE-ITEM TO PRINT-REC-LEN.
106100     WRITE PRINT-RECORD FROM LINE-ITEM.
106200     ADD 1 TO ITEM-DIFF-CNTR.
106300 0540-REPORT-ADDED-ITEM.
106400     PERFORM 0700-PRINT-PAGE-HEAD.
106500     MOVE 'ADDED' TO LI-ACTION.
106600     MOVE IT-KIND (2, CI) TO LI-KIND.
106700     MOVE 'CAND' TO LI-SIDE.
106800     MOVE IT-VALUE (2, CI) TO LI-VALUE.
106900     MOVE LENGTH OF LINE-ITEM TO PRINT-REC-LEN.
107000     WRITE PRINT-RECORD FROM LINE-ITEM.
107100     ADD 1 TO ITEM-DIFF-CNTR.
107200 0550-REPORT-CHANGED-ITEM.
107300     PERFORM 0700-PRINT-PAGE-HEAD.
107400     MOVE 'CHANGED' TO LI-ACTION.
107500     MOVE IT-KIND (1, BI) TO LI-KIND.
107600     MOVE 'BASE' TO LI-SIDE.
107700     MOVE IT-VALUE (1, BI) TO LI-VALUE.
107800     MOVE LENGTH OF LINE-ITEM TO PRINT-REC-LEN.
107900     WRITE PRINT-RECORD FROM LINE-ITEM.
108000     MOVE SPACES TO LI-ACTION.
108100     MOVE IT-KIND (2, CI) TO LI-KIND.
108200     MOVE 'CAND' TO LI-SIDE.
108300     MOVE IT-VALUE (2, CI) TO LI-VALUE.
108400     WRITE PRINT-RECORD FROM LINE-ITEM.
108500     ADD 1 TO ITEM-DIFF-CNTR.
108600     EJECT
108700 0600-ADD-ITEM.
108800* the rules are applied to the whole item, then it is kept in
108900* 100-character pieces. a page with more pieces than the table
109000* holds is flagged, and the step cannot end in a match.
109100     IF ITEM-WORK-LEN > ZERO AND NOT DRAINING
109200      THEN
109300       MOVE ITEM-WORK TO ITEM-MASKED;
109400       SET ITEM-KEPT TO TRUE;
109500       PERFORM 0610-APPLY-RULE
109600           VARYING RULE-INDEX FROM 1 BY 1
109700           UNTIL RULE-INDEX > RULE-CNTR OR ITEM-DROPPED;
109800       IF ITEM-KEPT
109900        THEN
110000         MOVE 1 TO PIECE-PTR;
110100         PERFORM 0620-ADD-ITEM-PIECE
110200             UNTIL PIECE-PTR > ITEM-WORK-LEN
110300       END-IF
110400     END-IF.
110500 0610-APPLY-RULE.
110600     IF RULE-KIND (RULE-INDEX) = ITEM-NEW-KIND
110700      THEN
110800       MOVE ZERO TO RULE-TALLY;
110900       IF RULE-PHRASE-LEN (RULE-INDEX) = ZERO
111000        THEN
111100         MOVE 1 TO RULE-TALLY
111200        ELSE
111300         IF RULE-PHRASE-LEN (RULE-INDEX) NOT > ITEM-WORK-LEN
111400          THEN
111500           INSPECT ITEM-WORK (1 : ITEM-WORK-LEN)
111600             TALLYING RULE-TALLY FOR ALL
111700               RULE-PHRASE (RULE-INDEX)
111800                 (1 : RULE-PHRASE-LEN (RULE-INDEX))
111900         END-IF
112000       END-IF;
112100       IF RULE-TALLY > ZERO
112200        THEN
112300         IF RULE-START (RULE-INDEX) = ZERO
112400          THEN
112500           SET ITEM-DROPPED TO TRUE
112600          ELSE
112700           PERFORM 0615-MASK-ITEM
112800         END-IF
112900       END-IF
113000     END-IF.
113100 0615-MASK-ITEM.
113200     IF RULE-START (RULE-INDEX) NOT > ITEM-WORK-LEN
113300      THEN
113400       MOVE RULE-LEN (RULE-INDEX) TO MASK-LEN;
113500       IF RULE-START (RULE-INDEX) + MASK-LEN - 1 > ITEM-WORK-LEN
113600        THEN
113700         COMPUTE MASK-LEN =
113800             ITEM-WORK-LEN - RULE-START (RULE-INDEX) + 1
113900       END-IF;
114000       INSPECT ITEM-MASKED (RULE-START (RULE-INDEX) : MASK-LEN)
114100         REPLACING CHARACTERS BY '*'
114200     END-IF.
114300 0620-ADD-ITEM-PIECE.
114400     IF IT-CNTR (SX) NOT < 500
114500      THEN
114600       IF NOT TABLE-OVERFLOWED
114700        THEN
114800         DISPLAY PGMNAME ' RUN ' SX ' PAGE ' PAGE-NAME-READ
114900           ' HAS MORE ITEMS THAN THE TABLE HOLDS.'
115000       END-IF;
115100       SET TABLE-OVERFLOWED TO TRUE;
115200       COMPUTE PIECE-PTR = ITEM-WORK-LEN + 1
115300      ELSE
115400       ADD 1 TO IT-CNTR (SX);
115500       COMPUTE PIECE-LEN = ITEM-WORK-LEN - PIECE-PTR + 1;
115600       IF PIECE-LEN > LENGTH OF IT-VALUE (SX, 1)
115700        THEN
115800         MOVE LENGTH OF IT-VALUE (SX, 1) TO PIECE-LEN
115900       END-IF;
116000       MOVE ITEM-NEW-KIND TO IT-KIND (SX, IT-CNTR (SX));
116100       MOVE SPACES TO IT-VALUE (SX, IT-CNTR (SX));
116200       MOVE SPACES TO IT-CMP (SX, IT-CNTR (SX));
116300       MOVE ITEM-WORK (PIECE-PTR : PIECE-LEN)
116400         TO IT-VALUE (SX, IT-CNTR (SX)) (1 : PIECE-LEN);
116500       MOVE ITEM-MASKED (PIECE-PTR : PIECE-LEN)
116600         TO IT-CMP (SX, IT-CNTR (SX)) (1 : PIECE-LEN);
116700       ADD PIECE-LEN TO PIECE-PTR
116800     END-IF.
116900     EJECT
117000 0700-PRINT-PAGE-HEAD.
117100* the page pair's heading, before its first difference.
117200     IF PAGE-HEAD-NOTPRINTED
117300      THEN
117400       MOVE 'PAGE' TO LP-TEXT;
117500       PERFORM 0710-PRINT-PAGE-LINE
117600     END-IF.
117700 0710-PRINT-PAGE-LINE.
117800* a page missing from the candidate has no candidate side, and
117900* one added in it no baseline side.
118000     MOVE SPACES TO LP-BNAME, LP-BNUM, LP-CNAME, LP-CNUM.
118100     IF LP-TEXT NOT = 'ADDED PAGE'
118200      THEN
118300       MOVE XS-PGNAME (1, SD-XIX (1)) TO LP-BNAME;
118400       MOVE XS-PAGENUM (1, SD-XIX (1)) TO LP-NUM-EDIT;
118500       MOVE LP-NUM-EDIT TO LP-BNUM
118600     END-IF.
118700     IF LP-TEXT NOT = 'MISSING PAGE'
118800      THEN
118900       MOVE XS-PGNAME (2, SD-XIX (2)) TO LP-CNAME;
119000       MOVE XS-PAGENUM (2, SD-XIX (2)) TO LP-NUM-EDIT;
119100       MOVE LP-NUM-EDIT TO LP-CNUM
119200     END-IF.
119300     MOVE LENGTH OF LINE-PAGE TO PRINT-REC-LEN.
119400     WRITE PRINT-RECORD FROM LINE-PAGE.
119500     SET PAGE-HEAD-PRINTED TO TRUE.
119600 0800-REPORT-TOTALS.
119700     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
119800     MOVE 'PAGES COMPARED' TO LT-LABEL.
119900     MOVE PAGE-CMP-CNTR TO LT-COUNT.
120000     WRITE PRINT-RECORD FROM LINE-TOTAL.
120100     MOVE 'PAGES WITH DIFFERENCES' TO LT-LABEL.
120200     MOVE PAGE-DIFF-CNTR TO LT-COUNT.
120300     WRITE PRINT-RECORD FROM LINE-TOTAL.
120400     MOVE 'PAGES MISSING FROM CANDIDATE' TO LT-LABEL.
120500     MOVE PAGE-MISSING-CNTR TO LT-COUNT.
120600     WRITE PRINT-RECORD FROM LINE-TOTAL.
120700     MOVE 'PAGES ADDED IN CANDIDATE' TO LT-LABEL.
120800     MOVE PAGE-ADDED-CNTR TO LT-COUNT.
120900     WRITE PRINT-RECORD FROM LINE-TOTAL.
121000     MOVE 'DIFFERENCES' TO LT-LABEL.
121100     MOVE ITEM-DIFF-CNTR TO LT-COUNT.
121200     WRITE PRINT-RECORD FROM LINE-TOTAL.
121300     EVALUATE TRUE
121400      WHEN OUT-OF-STEP
121500       MOVE '**** OUT OF STEP - COMPARISON INCOMPLETE ****'
121600         TO LRS-TEXT
121700      WHEN TABLE-OVERFLOWED
121800       MOVE '**** TABLE FULL - COMPARISON INCOMPLETE ****'
121900         TO LRS-TEXT
122000      WHEN PAGE-MISSING-CNTR > ZERO
122100        OR PAGE-ADDED-CNTR > ZERO
122200        OR PAGE-DIFF-CNTR > ZERO
122300       MOVE 'OUTPUTS DIFFER' TO LRS-TEXT
122400      WHEN OTHER
122500       MOVE 'OUTPUTS MATCH' TO LRS-TEXT
122600     END-EVALUATE.
122700     MOVE LENGTH OF LINE-RESULT TO PRINT-REC-LEN.
122800     WRITE PRINT-RECORD FROM LINE-RESULT.
122900     MOVE PAGE-CMP-CNTR TO COUNT-DISP.
123000     DISPLAY PGMNAME, COUNT-DISP, ' PAGES COMPARED.'.
123100     MOVE ITEM-DIFF-CNTR TO COUNT-DISP.
123200     DISPLAY PGMNAME, COUNT-DISP, ' DIFFERENCES.'.
123300     DISPLAY PGMNAME ' ' LRS-TEXT.
123400 END PROGRAM APKAFPCM.
