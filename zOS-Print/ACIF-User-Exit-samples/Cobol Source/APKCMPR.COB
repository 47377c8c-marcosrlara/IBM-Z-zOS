000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKCMPR.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program is the statement message campaign
000900               report, the proof of delivery for the messages
001000               APKINPXT places on the first page of each
001100               statement a campaign selects. APKINPXT appends
001200               one impression record per chosen statement to its
001300               APKCMPN contribution, marked P when the message
001400               was placed and N when it could not be (the
001500               columns were not blank, the page never reached
001600               the message's line, or the line was suppressed),
001700               and the APKCOLLP collector merges the window's
001800               contributions into one shared file.
001900
002000               For each campaign in the APKCMPC member the report
002100               shows its dates, the page segment or text it
002200               places, and the impressions placed and not
002300               placed, then each of its selections (numbered in
002400               the order of the campaign's S cards, as APKINPXT
002500               numbers them) with the selection's report and
002600               range, its impressions, and the lowest and
002700               highest account actually reached. Impressions for
002800               campaigns no longer in the member are listed
002900               after the campaigns, so nothing delivered drops
003000               out of the proof.
003100
003200               Allocate these DDs:
003300                 APKCMPC  - the campaign member APKINPXT reads
003400                 APKCMPN  - the collected impression records
003500                 PAPKCMPR - the printed report, LRECL 125,
003600                            BLKSIZE n*125+4, VBA
003700               The step ends with return code 4 when any
003800               impression was not placed, and 8 when the member
003900               holds more campaigns or selections than the
004000               report's tables.
004100 DATE-WRITTEN. 15 Oct 2026.
004200 DATE-COMPILED.
004300 SECURITY. IBM SAMPLE CODE ONLY.
004400*/**************************************************************/
004500*/* Licensed under the Apache License, Version 2.0 (the        */
004600*/* "License"); you may not use this file except in compliance */
004700*/* with the License. You may obtain a copy of the License at  */
004800*/*                                                            */
004900*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005000*/*                                                            */
005100*/* Unless required by applicable law or agreed to in writing, */
005200*/* software distributed under the License is distributed on an*/
005300*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005400*/* KIND, either express or implied.  See the License for the  */
005500*/* specific language governing permissions and limitations    */
005600*/* under the License.                                         */
005700*/*------------------------------------------------------------*/
005800*/*                                                            */
005900*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
006000*/*                                                            */
006100*/*   Permission to use, copy, modify, and distribute          */
006200*/*   this software for any purpose with or without fee        */
006300*/*   is hereby granted, provided that the above               */
006400*/*   copyright notices appear in all copies.                  */
006500*/*                                                            */
006600*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
006700*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
006800*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
006900*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007000*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007100*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007200*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007300*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007400*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
007500*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
007600*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
007700*/**************************************************************/
007800 TITLE 'ACIF Statement Message Campaign Report'.
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER. IBM-370.
008200 OBJECT-COMPUTER. IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT PRINT-FILE ASSIGN TO PAPKCMPR.
008600     SELECT CMPC-FILE ASSIGN TO APKCMPC
008700         ORGANIZATION SEQUENTIAL.
008800     SELECT CIMP-FILE ASSIGN TO APKCMPN
008900         ORGANIZATION SEQUENTIAL.
009000     EJECT
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  PRINT-FILE
009400     BLOCK CONTAINS 0
009500     LABEL RECORDS STANDARD
009600     RECORD VARYING DEPENDING ON PRINT-REC-LEN
009700     RECORDING MODE V.
009800 01  PRINT-RECORD.
009900     05  PRINT-DATA          OCCURS 1 TO 255,
010000                             DEPENDING ON PRINT-REC-LEN,
010100                             PIC X.
010200* the campaign cards, as APKINPXT reads them.
010300 FD  CMPC-FILE
010400     LABEL RECORDS STANDARD
010500     RECORDING MODE F
010600     BLOCK CONTAINS 0
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  CMPN-CTL-CARD.
010900     05  CMPC-TYPE           PIC X.
011000         88  CMPC-HEADER     VALUE 'C'.
011100         88  CMPC-TEXT-CARD  VALUE 'T'.
011200         88  CMPC-SELECT     VALUE 'S'.
011300     05  FILLER              PIC X.
011400     05  CMPC-ID             PIC X(8).
011500     05  FILLER              PIC X.
011600     05  CMPC-DETAIL         PIC X(69).
011700     05  CMPC-HDR            REDEFINES CMPC-DETAIL.
011800         10  CMPC-START      PIC X(8).
011900         10  FILLER          PIC X.
012000         10  CMPC-END        PIC X(8).
012100         10  FILLER          PIC X.
012200         10  CMPC-KIND       PIC X.
012300             88  CMPC-KIND-PSEG      VALUE 'P'.
012400             88  CMPC-KIND-TEXT      VALUE 'T'.
012500         10  FILLER          PIC X.
012600         10  CMPC-PSEG       PIC X(8).
012700         10  FILLER          PIC X.
012800         10  CMPC-ACROSS     PIC X(4).
012900         10  FILLER          PIC X.
013000         10  CMPC-DOWN       PIC X(4).
013100         10  FILLER          PIC X(31).
013200     05  CMPC-SEL            REDEFINES CMPC-DETAIL.
013300         10  CMPC-RPTNUM     PIC XXX.
013400         10  FILLER          PIC X.
013500         10  CMPC-SELTYPE    PIC X.
013600             88  CMPC-SEL-DEPT       VALUE 'D'.
013700             88  CMPC-SEL-ACCT       VALUE 'A'.
013800         10  FILLER          PIC X.
013900         10  CMPC-LOW        PIC X(20).
014000         10  FILLER          PIC X.
014100         10  CMPC-HIGH       PIC X(20).
014200         10  FILLER          PIC X(22).
014300* one record per statement a campaign was chosen for, appended by
014400* APKINPXT; each contribution ends with a *TRAILER record.
014500 FD  CIMP-FILE
014600     LABEL RECORDS STANDARD
014700     RECORDING MODE F
014800     BLOCK CONTAINS 0
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  CIMP-RECORD.
015100     05  CIMP-ID             PIC X(8).
015200     05  FILLER              PIC X.
015300     05  CIMP-SELNUM         PIC 9(4).
015400     05  FILLER              PIC X.
015500     05  CIMP-STATUS         PIC X.
015600         88  CIMP-PLACED     VALUE 'P'.
015700         88  CIMP-NOTPLACED  VALUE 'N'.
015800     05  FILLER              PIC X.
015900     05  CIMP-ACCTNO         PIC X(20).
016000     05  FILLER              PIC X.
016100     05  CIMP-REPTNUM        PIC XXX.
016200     05  FILLER              PIC X.
016300     05  CIMP-DEPT           PIC 9(4).
016400     05  FILLER              PIC X.
016500     05  CIMP-PAGENUM        PIC 9(8).
016600     05  FILLER              PIC X.
016700     05  CIMP-JOBID          PIC X(8).
016800     05  FILLER              PIC X.
016900     05  CIMP-RUNDATE        PIC 9(8).
017000     05  FILLER              PIC X(8).
017100     EJECT
017200 WORKING-STORAGE SECTION.
017300 77  PGMNAME                 PIC X(8) VALUE 'APKCMPR'.
017400 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
017500 77  CMPC-EOF-FLAG           PIC X VALUE LOW-VALUE.
017600     88  CMPC-EOF            VALUE HIGH-VALUE.
017700     88  CMPC-NOTEOF         VALUE LOW-VALUE.
017800 77  CIMP-EOF-FLAG           PIC X VALUE LOW-VALUE.
017900     88  CIMP-EOF            VALUE HIGH-VALUE.
018000     88  CIMP-NOTEOF         VALUE LOW-VALUE.
018100 77  CMPN-FOUND-FLAG         PIC X VALUE LOW-VALUE.
018200     88  CMPN-FOUND          VALUE HIGH-VALUE.
018300     88  CMPN-NOTFOUND       VALUE LOW-VALUE.
018400 77  CSEL-FOUND-FLAG         PIC X VALUE LOW-VALUE.
018500     88  CSEL-FOUND          VALUE HIGH-VALUE.
018600     88  CSEL-NOTFOUND       VALUE LOW-VALUE.
018700 77  MISSED-FLAG             PIC X VALUE 'N'.
018800     88  SOME-NOT-PLACED     VALUE 'Y'.
018900* a campaign or selection dropped from an overflowed table would
019000* vanish from the proof of delivery; that must never read as a
019100* complete report.
019200 77  TABLE-FULL-FLAG         PIC X VALUE 'N'.
019300     88  TABLE-OVERFLOWED    VALUE 'Y'.
019400 77  READ-CNTR               PIC 9(8) BINARY VALUE ZERO.
019500 77  READ-DISP               PIC ZZ,ZZZ,ZZ9.
019600* the campaigns in member order, with their impression totals.
019700 01  CAMPAIGN-TABLE.
019800     05  CMPN-CNTR           PIC 9(4) BINARY VALUE ZERO.
019900     05  CMPN-ENTRY          OCCURS 50 TIMES
020000                             DEPENDING ON CMPN-CNTR
020100                             INDEXED BY CMPN-INDEX.
020200         10  CMPN-ID         PIC X(8).
020300         10  CMPN-START      PIC X(8).
020400         10  CMPN-END        PIC X(8).
020500         10  CMPN-KIND       PIC X.
020600             88  CMPN-IS-PSEG        VALUE 'P'.
020700             88  CMPN-IS-TEXT        VALUE 'T'.
020800         10  CMPN-PSEG       PIC X(8).
020900         10  CMPN-ACROSS     PIC X(4).
021000         10  CMPN-DOWN       PIC X(4).
021100         10  CMPN-SELS       PIC 9(4) BINARY.
021200         10  CMPN-TEXT       PIC X(69).
021300         10  CMPN-PLACED     PIC 9(8) BINARY.
021400         10  CMPN-MISSED     PIC 9(8) BINARY.
021500* each campaign's S cards, numbered in card order, with the
021600* impressions they took and the accounts reached.
021700 01  SELECTION-TABLE.
021800     05  CSEL-CNTR           PIC 9(4) BINARY VALUE ZERO.
021900     05  CSEL-ENTRY          OCCURS 200 TIMES
022000                             DEPENDING ON CSEL-CNTR
022100                             INDEXED BY CSEL-INDEX.
022200         10  CSEL-CMPN       PIC 9(4) BINARY.
022300         10  CSEL-SEQ        PIC 9(4) BINARY.
022400         10  CSEL-RPTNUM     PIC XXX.
022500         10  CSEL-TYPE       PIC X.
022600         10  CSEL-LOW        PIC X(20).
022700         10  CSEL-HIGH       PIC X(20).
022800         10  CSEL-PLACED     PIC 9(8) BINARY.
022900         10  CSEL-MISSED     PIC 9(8) BINARY.
023000         10  CSEL-FIRST-ACCT PIC X(20).
023100         10  CSEL-LAST-ACCT  PIC X(20).
023200* impressions for campaign ids no longer in the member.
023300 01  ORPHAN-TABLE.
023400     05  ORPH-CNTR           PIC 9(4) BINARY VALUE ZERO.
023500     05  ORPH-ENTRY          OCCURS 50 TIMES
023600                             DEPENDING ON ORPH-CNTR
023700                             INDEXED BY ORPH-INDEX.
023800         10  ORPH-ID         PIC X(8).
023900         10  ORPH-PLACED     PIC 9(8) BINARY.
024000         10  ORPH-MISSED     PIC 9(8) BINARY.
024100     SKIP1
024200 01  PAGE-TITLE.
024300     05  FILLER              PIC X   VALUE '1'.
024400     05  FILLER              PIC X(38) VALUE
024500         'ACIF STATEMENT MESSAGE CAMPAIGN REPORT'.
024600     SKIP1
024700 01  LINE-CAMPAIGN.
024800     05  FILLER              PIC X   VALUE '0'.
024900     05  FILLER              PIC X(9) VALUE 'CAMPAIGN '.
025000     05  LC-ID               PIC X(8).
025100     05  FILLER              PIC X(7) VALUE '  FROM '.
025200     05  LC-START            PIC X(8).
025300     05  FILLER              PIC X(4) VALUE ' TO '.
025400     05  LC-END              PIC X(8).
025500     05  FILLER              PIC X(2) VALUE SPACES.
025600     05  LC-KIND             PIC X(13).
025700     05  LC-PSEG             PIC X(8).
025800     05  FILLER              PIC X(2) VALUE SPACES.
025900     05  LC-POSITION         PIC X(22).
026000     SKIP1
026100 01  LINE-TEXT.
026200     05  FILLER              PIC X   VALUE SPACE.
026300     05  FILLER              PIC X(8) VALUE '   TEXT '.
026400     05  LT-TEXT             PIC X(69).
026500     SKIP1
026600 01  LINE-TOTALS.
026700     05  FILLER              PIC X   VALUE SPACE.
026800     05  FILLER              PIC X(11) VALUE '   PLACED  '.
026900     05  LTT-PLACED          PIC ZZ,ZZZ,ZZ9.
027000     05  FILLER              PIC X(15) VALUE '   NOT PLACED  '.
027100     05  LTT-MISSED          PIC ZZ,ZZZ,ZZ9.
027200     05  FILLER              PIC X(2) VALUE SPACES.
027300     05  LTT-FLAG            PIC X(30).
027400     SKIP1
027500 01  LINE-SEL-HEAD.
027600     05  FILLER              PIC X   VALUE SPACE.
027700     05  FILLER              PIC X(5) VALUE '  SEL'.
027800     05  FILLER              PIC X(4) VALUE ' RPT'.
027900     05  FILLER              PIC X(5) VALUE ' TYPE'.
028000     05  FILLER              PIC X(21) VALUE ' LOW'.
028100     05  FILLER              PIC X(21) VALUE ' HIGH'.
028200     05  FILLER              PIC X(11) VALUE '     PLACED'.
028300     05  FILLER              PIC X(11) VALUE ' NOT PLACED'.
028400     05  FILLER              PIC X(21) VALUE ' FIRST ACCOUNT'.
028500     05  FILLER              PIC X(21) VALUE ' LAST ACCOUNT'.
028600     SKIP1
028700 01  LINE-SELECTION.
028800     05  FILLER              PIC X   VALUE SPACE.
028900     05  LS-SEQ              PIC ZZZ9.
029000     05  FILLER              PIC X VALUE SPACE.
029100     05  LS-RPTNUM           PIC XXX.
029200     05  FILLER              PIC X VALUE SPACE.
029300     05  LS-TYPE             PIC X(4).
029400     05  FILLER              PIC X VALUE SPACE.
029500     05  LS-LOW              PIC X(20).
029600     05  FILLER              PIC X VALUE SPACE.
029700     05  LS-HIGH             PIC X(20).
029800     05  FILLER              PIC X VALUE SPACE.
029900     05  LS-PLACED           PIC ZZ,ZZZ,ZZ9.
030000     05  FILLER              PIC X VALUE SPACE.
030100     05  LS-MISSED           PIC ZZ,ZZZ,ZZ9.
030200     05  FILLER              PIC X VALUE SPACE.
030300     05  LS-FIRST-ACCT       PIC X(20).
030400     05  FILLER              PIC X VALUE SPACE.
030500     05  LS-LAST-ACCT        PIC X(20).
030600     SKIP1
030700 01  LINE-ORPHAN-HEAD.
030800     05  FILLER              PIC X   VALUE '0'.
030900     05  FILLER              PIC X(43) VALUE
031000         'IMPRESSIONS FOR CAMPAIGNS NOT IN THE MEMBER'.
031100     SKIP1
031200 01  LINE-ORPHAN.
031300     05  FILLER              PIC X   VALUE SPACE.
031400     05  FILLER              PIC X(9) VALUE 'CAMPAIGN '.
031500     05  LO-ID               PIC X(8).
031600     05  FILLER              PIC X(11) VALUE '   PLACED  '.
031700     05  LO-PLACED           PIC ZZ,ZZZ,ZZ9.
031800     05  FILLER              PIC X(15) VALUE '   NOT PLACED  '.
031900     05  LO-MISSED           PIC ZZ,ZZZ,ZZ9.
032000     SKIP1
032100 01  LINE-TFULL.
032200     05  FILLER              PIC X   VALUE '0'.
032300     05  FILLER              PIC X(50) VALUE
032400         '**** CAMPAIGN TABLE FULL - REPORT INCOMPLETE ****'.
032500/ PROCESSING.
032600 TITLE 'Initialization and Main Line'.
032700 PROCEDURE DIVISION.
032800 0000-MAINLINE.
032900     PERFORM 0010-INITIALIZE.
033000     PERFORM 0030-LOAD-CAMPAIGNS.
033100     PERFORM 0020-READ-IMPRESSION.
033200     PERFORM 0050-COUNT-IMPRESSION
033300         UNTIL CIMP-EOF.
033400     PERFORM 0070-REPORT-ONE-CAMPAIGN
033500         VARYING CMPN-INDEX FROM 1 BY 1
033600         UNTIL CMPN-INDEX > CMPN-CNTR.
033700     IF ORPH-CNTR > ZERO
033800      THEN
033900       MOVE LENGTH OF LINE-ORPHAN-HEAD TO PRINT-REC-LEN;
034000       WRITE PRINT-RECORD FROM LINE-ORPHAN-HEAD;
034100       PERFORM 0090-REPORT-ONE-ORPHAN
034200           VARYING ORPH-INDEX FROM 1 BY 1
034300           UNTIL ORPH-INDEX > ORPH-CNTR
034400     END-IF.
034500     IF TABLE-OVERFLOWED
034600      THEN
034700       MOVE LENGTH OF LINE-TFULL TO PRINT-REC-LEN;
034800       WRITE PRINT-RECORD FROM LINE-TFULL;
034900       DISPLAY PGMNAME ' CAMPAIGN TABLE FULL. THE REPORT IS'
035000         ' INCOMPLETE.'
035100     END-IF.
035200     PERFORM 0095-TERMINATE.
035300     IF SOME-NOT-PLACED
035400      THEN
035500       MOVE 4 TO RETURN-CODE
035600     END-IF.
035700     IF TABLE-OVERFLOWED
035800      THEN
035900       MOVE 8 TO RETURN-CODE
036000     END-IF.
036100     STOP RUN.
036200 0010-INITIALIZE.
036300     OPEN OUTPUT PRINT-FILE.
036400     OPEN INPUT CIMP-FILE.
036500     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
036600     WRITE PRINT-RECORD FROM PAGE-TITLE.
036700     SET CIMP-NOTEOF TO TRUE.
036800 0020-READ-IMPRESSION.
036900     READ CIMP-FILE
037000      AT END
037100       SET CIMP-EOF TO TRUE
037200     END-READ.
037300 0030-LOAD-CAMPAIGNS.
037400* the campaigns and their selections, card by card. the cards are
037500* listed as written: a selection APKINPXT rejected keeps its
037600* number, so the numbers on the impressions still line up, and
037700* simply takes no impressions.
037800     OPEN INPUT CMPC-FILE.
037900     SET CMPC-NOTEOF TO TRUE.
038000     PERFORM UNTIL CMPC-EOF
038100       READ CMPC-FILE
038200        AT END
038300         SET CMPC-EOF TO TRUE
038400        NOT AT END
038500         PERFORM 0035-ADD-CAMPAIGN-CARD
038600       END-READ
038700     END-PERFORM.
038800     CLOSE CMPC-FILE.
038900 0035-ADD-CAMPAIGN-CARD.
039000     SET CMPN-NOTFOUND TO TRUE.
039100     SET CMPN-INDEX TO 1.
039200     SEARCH CMPN-ENTRY
039300      AT END
039400       CONTINUE
039500      WHEN CMPN-ID (CMPN-INDEX) = CMPC-ID
039600       SET CMPN-FOUND TO TRUE
039700     END-SEARCH.
039800     EVALUATE TRUE
039900      WHEN CMPC-HEADER AND CMPN-NOTFOUND
040000       PERFORM 0040-ADD-CAMPAIGN
040100      WHEN CMPC-TEXT-CARD AND CMPN-FOUND
040200       MOVE CMPC-DETAIL TO CMPN-TEXT (CMPN-INDEX)
040300      WHEN CMPC-SELECT AND CMPN-FOUND
040400       PERFORM 0045-ADD-SELECTION
040500      WHEN OTHER
040600       CONTINUE
040700     END-EVALUATE.
040800 0040-ADD-CAMPAIGN.
040900     IF CMPN-CNTR NOT < 50
041000      THEN
041100       SET TABLE-OVERFLOWED TO TRUE
041200      ELSE
041300       ADD 1 TO CMPN-CNTR;
041400       SET CMPN-INDEX TO CMPN-CNTR;
041500       MOVE CMPC-ID TO CMPN-ID (CMPN-INDEX);
041600       MOVE CMPC-START TO CMPN-START (CMPN-INDEX);
041700       MOVE CMPC-END TO CMPN-END (CMPN-INDEX);
041800       MOVE CMPC-KIND TO CMPN-KIND (CMPN-INDEX);
041900       MOVE CMPC-PSEG TO CMPN-PSEG (CMPN-INDEX);
042000       MOVE CMPC-ACROSS TO CMPN-ACROSS (CMPN-INDEX);
042100       MOVE CMPC-DOWN TO CMPN-DOWN (CMPN-INDEX);
042200       MOVE ZERO TO CMPN-SELS (CMPN-INDEX);
042300       MOVE SPACES TO CMPN-TEXT (CMPN-INDEX);
042400       MOVE ZERO TO CMPN-PLACED (CMPN-INDEX);
042500       MOVE ZERO TO CMPN-MISSED (CMPN-INDEX)
042600     END-IF.
042700 0045-ADD-SELECTION.
042800     ADD 1 TO CMPN-SELS (CMPN-INDEX).
042900     IF CSEL-CNTR NOT < 200
043000      THEN
043100       SET TABLE-OVERFLOWED TO TRUE
043200      ELSE
043300       ADD 1 TO CSEL-CNTR;
043400       SET CSEL-INDEX TO CSEL-CNTR;
043500       SET CSEL-CMPN (CSEL-INDEX) TO CMPN-INDEX;
043600       MOVE CMPN-SELS (CMPN-INDEX) TO CSEL-SEQ (CSEL-INDEX);
043700       MOVE CMPC-RPTNUM TO CSEL-RPTNUM (CSEL-INDEX);
043800       MOVE CMPC-SELTYPE TO CSEL-TYPE (CSEL-INDEX);
043900       MOVE CMPC-LOW TO CSEL-LOW (CSEL-INDEX);
044000       MOVE CMPC-HIGH TO CSEL-HIGH (CSEL-INDEX);
044100       MOVE ZERO TO CSEL-PLACED (CSEL-INDEX);
044200       MOVE ZERO TO CSEL-MISSED (CSEL-INDEX);
044300       MOVE HIGH-VALUES TO CSEL-FIRST-ACCT (CSEL-INDEX);
044400       MOVE LOW-VALUES TO CSEL-LAST-ACCT (CSEL-INDEX)
044500     END-IF.
044600 0050-COUNT-IMPRESSION.
044700* fold the impression into its campaign and selection. the
044800* accounts reached are those the message was placed for.
044900     IF CIMP-ID NOT = '*TRAILER'
045000      THEN
045100       ADD 1 TO READ-CNTR;
045200       IF CIMP-NOTPLACED
045300        THEN
045400         SET SOME-NOT-PLACED TO TRUE
045500       END-IF;
045600       SET CMPN-NOTFOUND TO TRUE;
045700       SET CMPN-INDEX TO 1;
045800       SEARCH CMPN-ENTRY
045900        AT END
046000         PERFORM 0060-COUNT-ORPHAN
046100        WHEN CMPN-ID (CMPN-INDEX) = CIMP-ID
046200         SET CMPN-FOUND TO TRUE
046300       END-SEARCH;
046400       IF CMPN-FOUND
046500        THEN
046600         PERFORM 0055-COUNT-CAMPAIGN
046700       END-IF
046800     END-IF.
046900     PERFORM 0020-READ-IMPRESSION.
047000 0055-COUNT-CAMPAIGN.
047100     IF CIMP-PLACED
047200      THEN
047300       ADD 1 TO CMPN-PLACED (CMPN-INDEX)
047400      ELSE
047500       ADD 1 TO CMPN-MISSED (CMPN-INDEX)
047600     END-IF.
047700     SET CSEL-NOTFOUND TO TRUE.
047800     SET CSEL-INDEX TO 1.
047900     SEARCH CSEL-ENTRY
048000      AT END
048100       CONTINUE
048200      WHEN CSEL-CMPN (CSEL-INDEX) = CMPN-INDEX
048300       AND CSEL-SEQ (CSEL-INDEX) = CIMP-SELNUM
048400       SET CSEL-FOUND TO TRUE
048500     END-SEARCH.
048600     IF CSEL-FOUND
048700      THEN
048800       IF CIMP-PLACED
048900        THEN
049000         ADD 1 TO CSEL-PLACED (CSEL-INDEX);
049100         IF CIMP-ACCTNO < CSEL-FIRST-ACCT (CSEL-INDEX)
049200          THEN
049300           MOVE CIMP-ACCTNO TO CSEL-FIRST-ACCT (CSEL-INDEX)
049400         END-IF;
049500         IF CIMP-ACCTNO > CSEL-LAST-ACCT (CSEL-INDEX)
049600          THEN
049700           MOVE CIMP-ACCTNO TO CSEL-LAST-ACCT (CSEL-INDEX)
049800         END-IF
049900        ELSE
050000         ADD 1 TO CSEL-MISSED (CSEL-INDEX)
050100       END-IF
050200     END-IF.
050300 0060-COUNT-ORPHAN.
050400     SET ORPH-INDEX TO 1.
050500     SEARCH ORPH-ENTRY
050600      AT END
050700       IF ORPH-CNTR NOT < 50
050800        THEN
050900         SET TABLE-OVERFLOWED TO TRUE
051000        ELSE
051100         ADD 1 TO ORPH-CNTR;
051200         SET ORPH-INDEX TO ORPH-CNTR;
051300         MOVE CIMP-ID TO ORPH-ID (ORPH-INDEX);
051400         MOVE ZERO TO ORPH-PLACED (ORPH-INDEX);
051500         MOVE ZERO TO ORPH-MISSED (ORPH-INDEX);
051600         PERFORM 0065-COUNT-ORPHAN-ENTRY
051700       END-IF
051800      WHEN ORPH-ID (ORPH-INDEX) = CIMP-ID
051900       PERFORM 0065-COUNT-ORPHAN-ENTRY
052000     END-SEARCH.
052100 0065-COUNT-ORPHAN-ENTRY.
052200     IF CIMP-PLACED
052300      THEN
052400       ADD 1 TO ORPH-PLACED (ORPH-INDEX)
052500      ELSE
052600       ADD 1 TO ORPH-MISSED (ORPH-INDEX)
052700     END-IF.
052800 0070-REPORT-ONE-CAMPAIGN.
052900     MOVE CMPN-ID (CMPN-INDEX) TO LC-ID.
053000     MOVE CMPN-START (CMPN-INDEX) TO LC-START.
053100     MOVE CMPN-END (CMPN-INDEX) TO LC-END.
053200     MOVE SPACES TO LC-POSITION.
053300     IF CMPN-IS-TEXT (CMPN-INDEX)
053400      THEN
053500       MOVE 'TEXT' TO LC-KIND;
053600       MOVE SPACES TO LC-PSEG;
053700       STRING 'COLUMN ' CMPN-ACROSS (CMPN-INDEX)
053800           ' LINE ' CMPN-DOWN (CMPN-INDEX)
053900         DELIMITED BY SIZE INTO LC-POSITION
054000      ELSE
054100       MOVE 'PAGE SEGMENT' TO LC-KIND;
054200       MOVE CMPN-PSEG (CMPN-INDEX) TO LC-PSEG;
054300       STRING 'AT ' CMPN-ACROSS (CMPN-INDEX)
054400           ', ' CMPN-DOWN (CMPN-INDEX)
054500         DELIMITED BY SIZE INTO LC-POSITION
054600     END-IF.
054700     MOVE LENGTH OF LINE-CAMPAIGN TO PRINT-REC-LEN.
054800     WRITE PRINT-RECORD FROM LINE-CAMPAIGN.
054900     IF CMPN-IS-TEXT (CMPN-INDEX)
055000      THEN
055100       MOVE CMPN-TEXT (CMPN-INDEX) TO LT-TEXT;
055200       MOVE LENGTH OF LINE-TEXT TO PRINT-REC-LEN;
055300       WRITE PRINT-RECORD FROM LINE-TEXT
055400     END-IF.
055500     MOVE CMPN-PLACED (CMPN-INDEX) TO LTT-PLACED.
055600     MOVE CMPN-MISSED (CMPN-INDEX) TO LTT-MISSED.
055700     IF CMPN-MISSED (CMPN-INDEX) > ZERO
055800      THEN
055900       MOVE '** NOT ALL PLACED **' TO LTT-FLAG
056000      ELSE
056100       MOVE SPACES TO LTT-FLAG
056200     END-IF.
056300     MOVE LENGTH OF LINE-TOTALS TO PRINT-REC-LEN.
056400     WRITE PRINT-RECORD FROM LINE-TOTALS.
056500     MOVE LENGTH OF LINE-SEL-HEAD TO PRINT-REC-LEN.
056600     WRITE PRINT-RECORD FROM LINE-SEL-HEAD.
056700     PERFORM 0080-REPORT-ONE-SELECTION
056800         VARYING CSEL-INDEX FROM 1 BY 1
056900         UNTIL CSEL-INDEX > CSEL-CNTR.
057000 0080-REPORT-ONE-SELECTION.
057100* a selection that reached no account shows blank account ends.
057200     IF CSEL-CMPN (CSEL-INDEX) = CMPN-INDEX
057300      THEN
057400       MOVE CSEL-SEQ (CSEL-INDEX) TO LS-SEQ;
057500       MOVE CSEL-RPTNUM (CSEL-INDEX) TO LS-RPTNUM;
057600       IF CSEL-RPTNUM (CSEL-INDEX) = SPACES
057700        THEN
057800         MOVE '***' TO LS-RPTNUM
057900       END-IF;
058000       EVALUATE CSEL-TYPE (CSEL-INDEX)
058100        WHEN 'D'
058200         MOVE 'DEPT' TO LS-TYPE
058300        WHEN 'A'
058400         MOVE 'ACCT' TO LS-TYPE
058500        WHEN SPACE
058600         MOVE 'ALL' TO LS-TYPE
058700        WHEN OTHER
058800         MOVE '??' TO LS-TYPE
058900       END-EVALUATE;
059000       MOVE CSEL-LOW (CSEL-INDEX) TO LS-LOW;
059100       MOVE CSEL-HIGH (CSEL-INDEX) TO LS-HIGH;
059200       MOVE CSEL-PLACED (CSEL-INDEX) TO LS-PLACED;
059300       MOVE CSEL-MISSED (CSEL-INDEX) TO LS-MISSED;
059400       IF CSEL-PLACED (CSEL-INDEX) = ZERO
059500        THEN
059600         MOVE SPACES TO LS-FIRST-ACCT;
059700         MOVE SPACES TO LS-LAST-ACCT
059800        ELSE
059900         MOVE CSEL-FIRST-ACCT (CSEL-INDEX) TO LS-FIRST-ACCT;
060000         MOVE CSEL-LAST-ACCT (CSEL-INDEX) TO LS-LAST-ACCT
060100       END-IF;
060200       MOVE LENGTH OF LINE-SELECTION TO PRINT-REC-LEN;
060300       WRITE PRINT-RECORD FROM LINE-SELECTION
060400     END-IF.
060500 0090-REPORT-ONE-ORPHAN.
060600     MOVE ORPH-ID (ORPH-INDEX) TO LO-ID.
060700     MOVE ORPH-PLACED (ORPH-INDEX) TO LO-PLACED.
060800     MOVE ORPH-MISSED (ORPH-INDEX) TO LO-MISSED.
060900     MOVE LENGTH OF LINE-ORPHAN TO PRINT-REC-LEN.
061000     WRITE PRINT-RECORD FROM LINE-ORPHAN.
061100 0095-TERMINATE.
061200     CLOSE CIMP-FILE.
061300     CLOSE PRINT-FILE.
061400     MOVE READ-CNTR TO READ-DISP.
061500     DISPLAY PGMNAME, READ-DISP, ' IMPRESSION RECORDS READ.'.
061600 END PROGRAM APKCMPR.
