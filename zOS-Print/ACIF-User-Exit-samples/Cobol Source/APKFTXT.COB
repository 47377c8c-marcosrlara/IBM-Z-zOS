000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKFTXT.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800
000900               This program pulls the printed text of every
001000               statement out of the ACIF output, for the customer
001100               portal's search engine. It runs as its own step
001200               after the ACIF and APKEDLV steps and reads the
001300               whole AFP dataset ACIF wrote, paper and paperless
001400               groups alike.
001500
001600               The dataset is walked named group by named group.
001700               Each group is matched, in order, against this
001800               job's APKGACC group-to-account records, written by
001900               APKEDLV from the group's APKGXRF cross-reference
002000               record: the match supplies the group's account,
002100               job name and its first page as the cross-reference
002200               numbers it, so the page numbers in the extract are
002300               the same ones the cross-reference, the reprint
002400               requests and the archive use. Pages outside any
002500               named group (banner pages) are not extracted.
002600
002700               The text is taken from the Presentation Text (PTX)
002800               structured fields: the Transparent Data control
002900               sequences carry the characters, a move to a new
003000               baseline or a Begin Line starts a new line, and an
003100               inline move becomes a single blank. Every line is
003200               then checked against the APKDELC suppress rules
003300               APKINPXT applies to the print: a line containing a
003400               delete rule's phrase anywhere is not extracted,
003500               and every occurrence of a redact rule's phrase is
003600               overwritten with that rule's fill character, so
003700               nothing suppressed on paper can turn up in a
003800               search. As in APKINPXT an absent or empty member
003900               falls back to the single TEST delete rule. The
004000               phrase is looked for anywhere in the line, as the
004100               rule's column does not survive into the AFP.
004200
004300               Allocate these DDs:
004400                 APKAFPIN - the ACIF output dataset (RECFM FB,
004500                            LRECL 8192, as APKACIFP allocates
004600                            it), read only
004700                 APKGACC  - this job's group-to-account
004800                            contributions from APKEDLV; the last
004900                            one, this run's, is used
005000                 APKDELC  - the suppress rule member APKINPXT
005100                            reads
005200                 APKFTXT  - the text extract, 256-byte fixed
005300                            records, one per line of text: the
005400                            group name, account, page number (as
005500                            the cross-reference numbers it), page
005600                            within the statement, line within the
005700                            page, job name, run date and up to 150
005800                            characters of text; a longer line
005900                            continues on the next record with the
006000                            next line number
006100               When the groups in the AFP dataset and the
006200               group-to-account records part company, or a
006300               group's page count disagrees with its
006400               cross-reference boundaries, the step ends with
006500               return code 8 and operator message APK024E: the
006600               extract's keys cannot be trusted and it must not
006700               be loaded into the search index.
006800 DATE-WRITTEN. 15 Oct 2026.
006900 DATE-COMPILED.
007000 SECURITY. IBM SAMPLE CODE ONLY.
007100*/**************************************************************/
007200*/* Licensed under the Apache License, Version 2.0 (the        */
007300*/* "License"); you may not use this file except in compliance */
007400*/* with the License. You may obtain a copy of the License at  */
007500*/*                                                            */
007600*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007700*/*                                                            */
007800*/* Unless required by applicable law or agreed to in writing, */
007900*/* software distributed under the License is distributed on an*/
008000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
008100*/* KIND, either express or implied.  See the License for the  */
008200*/* specific language governing permissions and limitations    */
008300*/* under the License.                                         */
008400*/*------------------------------------------------------------*/
008500*/*                                                            */
008600*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
008700*/*                                                            */
008800*/*   Permission to use, copy, modify, and distribute          */
008900*/*   this software for any purpose with or without fee        */
009000*/*   is hereby granted, provided that the above               */
009100*/*   copyright notices appear in all copies.                  */
009200*/*                                                            */
009300*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
009400*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
009500*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
009600*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
009700*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
009800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
009900*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
010000*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
010100*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
010200*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
010300*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
010400*/**************************************************************/
010500 TITLE 'ACIF Statement Text Extract Step'.
010600 ENVIRONMENT DIVISION.
010700 CONFIGURATION SECTION.
010800 SOURCE-COMPUTER. IBM-370.
010900 OBJECT-COMPUTER. IBM-370.
011000 INPUT-OUTPUT SECTION.
011100 FILE-CONTROL.
011200     SELECT AFP-IN-FILE ASSIGN TO APKAFPIN
011300         ORGANIZATION SEQUENTIAL.
011400     SELECT GACC-FILE ASSIGN TO APKGACC
011500         ORGANIZATION SEQUENTIAL.
011600     SELECT SUPP-CTL-FILE ASSIGN TO APKDELC
011700         ORGANIZATION SEQUENTIAL
011800         FILE STATUS IS SUPP-CTL-STATUS.
011900     SELECT FTXT-FILE ASSIGN TO APKFTXT
012000         ORGANIZATION SEQUENTIAL.
012100     EJECT
012200 DATA DIVISION.
012300 FILE SECTION.
012400* the ACIF output: one AFPDS structured field per record, the
012500* X'5A' carriage control byte first.
012600 FD  AFP-IN-FILE
012700     LABEL RECORDS STANDARD
012800     RECORDING MODE F
012900     BLOCK CONTAINS 0
013000     RECORD CONTAINS 8192 CHARACTERS.
013100 01  AFP-IN-RECORD.
013200     05  AFPI-CC             PIC X.
013300     05  AFPI-SFLEN          PIC 9(4) BINARY.
013400     05  AFPI-SFTYPE         PIC XXX.
013500     05  AFPI-SFFLAG         PIC X.
013600     05  AFPI-SFSEQ          PIC 9(4) BINARY.
013700     05  AFPI-SFDATA         PIC X(8183).
013800* one record per named group, tying it to its account, written by
013900* APKEDLV from the group's cross-reference record.
014000 FD  GACC-FILE
014100     LABEL RECORDS STANDARD
014200     RECORDING MODE F
014300     BLOCK CONTAINS 0
014400     RECORD CONTAINS 100 CHARACTERS.
014500 01  GACC-RECORD.
014600     05  GACC-GRPNAME        PIC X(44).
014700     05  FILLER              PIC X.
014800     05  GACC-FIRST-PAGE     PIC 9(8).
014900     05  FILLER              PIC X.
015000     05  GACC-LAST-PAGE      PIC 9(8).
015100     05  FILLER              PIC X.
015200     05  GACC-JOBNAME        PIC X(8).
015300     05  FILLER              PIC X.
015400     05  GACC-ACCTNO         PIC X(20).
015500     05  FILLER              PIC X.
015600     05  GACC-DELIVERY       PIC X.
015700     05  FILLER              PIC X(6).
015800* the suppress rules, one per card, as APKINPXT reads them.
015900 FD  SUPP-CTL-FILE
016000     LABEL RECORDS STANDARD
016100     RECORDING MODE F
016200     BLOCK CONTAINS 0
016300     RECORD CONTAINS 80 CHARACTERS.
016400 01  SUPP-CTL-FILE-RECORD    PIC X(80).
016500* one record per line of statement text, for the search engine.
016600 FD  FTXT-FILE
016700     LABEL RECORDS STANDARD
016800     RECORDING MODE F
016900     BLOCK CONTAINS 0
017000     RECORD CONTAINS 256 CHARACTERS.
017100 01  FTXT-RECORD.
017200     05  FTXT-GRPNAME        PIC X(44).
017300     05  FILLER              PIC X.
017400     05  FTXT-ACCTNO         PIC X(20).
017500     05  FILLER              PIC X.
017600     05  FTXT-PAGENUM        PIC 9(8).
017700     05  FILLER              PIC X.
017800     05  FTXT-GRP-PAGE       PIC 9(4).
017900     05  FILLER              PIC X.
018000     05  FTXT-LINENUM        PIC 9(4).
018100     05  FILLER              PIC X.
018200     05  FTXT-JOBNAME        PIC X(8).
018300     05  FILLER              PIC X.
018400     05  FTXT-RUNDATE        PIC 9(8).
018500     05  FILLER              PIC X.
018600     05  FTXT-TEXT           PIC X(150).
018700     05  FILLER              PIC X(3).
018800     EJECT
018900 WORKING-STORAGE SECTION.
019000 77  PGMNAME                 PIC X(8) VALUE 'APKFTXT'.
019100 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
019200 77  WTO-MSGID               PIC X(8) VALUE SPACES.
019300 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
019400 77  SUPP-CTL-STATUS         PIC XX VALUE SPACES.
019500 77  AFP-EOF-FLAG            PIC X VALUE LOW-VALUE.
019600     88  AFP-EOF             VALUE HIGH-VALUE.
019700     88  AFP-NOTEOF          VALUE LOW-VALUE.
019800 77  GACC-EOF-FLAG           PIC X VALUE LOW-VALUE.
019900     88  GACC-EOF            VALUE HIGH-VALUE.
020000     88  GACC-NOTEOF         VALUE LOW-VALUE.
020100 77  SUPP-CTL-EOF-FLAG       PIC X VALUE LOW-VALUE.
020200     88  SUPP-CTL-EOF        VALUE HIGH-VALUE.
020300     88  SUPP-CTL-NOTEOF     VALUE LOW-VALUE.
020400* once the group-to-account records have fallen out of step with
020500* the groups nothing more is extracted; the step ends RC=8.
020600 77  GACC-STEP-FLAG          PIC X VALUE LOW-VALUE.
020700     88  GACC-OUT-OF-STEP    VALUE HIGH-VALUE.
020800     88  GACC-IN-STEP        VALUE LOW-VALUE.
020900* the group-to-account file holds one contribution per APKEDLV
021000* run in the job, each closed by its trailer; this run's is the
021100* last, so the records ahead of it are passed over first.
021200 77  GACC-SKIP-CNTR          PIC 9(8) BINARY VALUE ZERO.
021300 77  GACC-REC-CNTR           PIC 9(8) BINARY VALUE ZERO.
021400 77  GACC-PREV-START         PIC 9(8) BINARY VALUE ZERO.
021500 77  GACC-CURR-START         PIC 9(8) BINARY VALUE ZERO.
021600 77  GRP-CNTR                PIC 9(8) BINARY VALUE ZERO.
021700 77  PAGE-CNTR               PIC 9(8) BINARY VALUE ZERO.
021800 77  OUTSIDE-PAGE-CNTR       PIC 9(8) BINARY VALUE ZERO.
021900 77  LINE-CNTR               PIC 9(8) BINARY VALUE ZERO.
022000 77  DROP-CNTR               PIC 9(8) BINARY VALUE ZERO.
022100 77  REDACT-CNTR             PIC 9(8) BINARY VALUE ZERO.
022200 77  COUNT-DISP              PIC ZZZZ,ZZ9.
022300 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.
022400* the group now open: whether one is, whether its text is being
022500* extracted (it matched its group-to-account record), its name
022600* (the FQN GID triplet when the Begin Named Group carries one, the
022700* 8-byte token name otherwise), and the values from that record.
022800 77  GRP-ACTIVE-FLAG         PIC X VALUE LOW-VALUE.
022900     88  GRP-ACTIVE          VALUE HIGH-VALUE.
023000     88  GRP-NOTACTIVE       VALUE LOW-VALUE.
023100 77  GRP-EXTRACT-FLAG        PIC X VALUE LOW-VALUE.
023200     88  GRP-EXTRACTING      VALUE HIGH-VALUE.
023300     88  GRP-NOTEXTRACTING   VALUE LOW-VALUE.
023400 77  GRP-NAME                PIC X(44) VALUE SPACES.
023500 77  GRP-NAME-LEN            PIC 9(4) BINARY VALUE ZERO.
023600 77  GRP-ACCTNO              PIC X(20) VALUE SPACES.
023700 77  GRP-JOBNAME             PIC X(8) VALUE SPACES.
023800 77  GRP-FIRST-PAGE          PIC 9(8) BINARY VALUE ZERO.
023900 77  GRP-LAST-PAGE           PIC 9(8) BINARY VALUE ZERO.
024000 77  GRP-PAGE-CNTR           PIC 9(4) BINARY VALUE ZERO.
024100 77  GRP-PAGE-SPAN           PIC 9(8) BINARY VALUE ZERO.
024200 77  CURR-PAGENUM            PIC 9(8) BINARY VALUE ZERO.
024300 77  PAGE-LINE-CNTR          PIC 9(4) BINARY VALUE ZERO.
024400 77  TRIPLET-PTR             PIC 9(8) BINARY VALUE ZERO.
024500 77  TRIPLET-LENGTH          PIC 9(4) BINARY VALUE ZERO.
024600 01  BIN2-AREA.
024700     05  BIN2                PIC 9(4) BINARY VALUE ZERO.
024800     05  BIN2-X              REDEFINES BIN2.
024900         10  FILLER          PIC X.
025000         10  BIN2-2          PIC X.
025100* the presentation text being scanned: the escape that introduces
025200* an unchained control sequence, and the position, length and type
025300* of the control sequence in hand.
025400 77  PTX-ESCAPE              PIC XX VALUE X'2BD3'.
025500 77  PTX-PTR                 PIC 9(8) BINARY VALUE ZERO.
025600 77  PTX-END                 PIC 9(8) BINARY VALUE ZERO.
025700 77  CS-LENGTH               PIC 9(4) BINARY VALUE ZERO.
025800 77  CS-TYPE                 PIC X VALUE LOW-VALUE.
025900     88  CS-TRANSPARENT      VALUE X'DA' X'DB'.
026000     88  CS-NEW-LINE         VALUE X'D2' X'D3' X'D4' X'D5'
026100                                   X'D8' X'D9'.
026200     88  CS-INLINE-MOVE      VALUE X'C6' X'C7' X'C8' X'C9'.
026300 77  TRN-LEN                 PIC 9(4) BINARY VALUE ZERO.
026400* the line of text being built, and the piece of it going out.
026500 77  TEXT-LEN                PIC 9(4) BINARY VALUE ZERO.
026600 77  TEXT-PTR                PIC 9(4) BINARY VALUE ZERO.
026700 77  PIECE-LEN               PIC 9(4) BINARY VALUE ZERO.
026800 77  LINE-KEPT-FLAG          PIC X VALUE 'Y'.
026900     88  LINE-KEPT           VALUE 'Y'.
027000     88  LINE-DROPPED        VALUE 'N'.
027100 01  TEXT-LINE               PIC X(1000) VALUE SPACES.
027200* the suppress rules, as APKINPXT loads them, with each redact
027300* rule's fill character spread across the phrase length.
027400 77  DELT-LIT                PIC X(4) VALUE 'TEST'.
027500 77  RULE-TALLY              PIC 9(4) BINARY VALUE ZERO.
027600 01  SUPPRESS-TABLE.
027700     05  SUPP-CNTR           PIC 9(4) BINARY VALUE ZERO.
027800     05  SUPP-ENTRY          OCCURS 20 TIMES
027900                             DEPENDING ON SUPP-CNTR
028000                             INDEXED BY SUPP-INDEX.
028100         10  SUPP-LEN        PIC 9(4) BINARY.
028200         10  SUPP-PHRASE     PIC X(20).
028300         10  SUPP-ACTION     PIC X.
028400             88  SUPP-IS-REDACT       VALUE 'R'.
028500         10  SUPP-FILL       PIC X(20).
028600 01  SUPP-CTL-CARD.
028700     05  SCTL-START          PIC 9(4).
028800     05  SCTL-LEN            PIC 9(4).
028900     05  SCTL-PHRASE         PIC X(20).
029000     05  SCTL-ACTION         PIC X.
029100     05  SCTL-FILL           PIC X.
029200     05  FILLER              PIC X(50).
029300     SKIP1
029400/ AFP STRUCTURED FIELD DEFINITIONS.
029500     COPY STRFLDS SUPPRESS.
029600 TITLE 'Initialization and Main Line'.
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
030000     PERFORM 0030-LOAD-SUPPRESS-TABLE.
030100     OPEN INPUT AFP-IN-FILE.
030200     PERFORM 0050-FIND-CONTRIBUTION.
030300     OPEN OUTPUT FTXT-FILE.
030400     SET AFP-NOTEOF TO TRUE.
030500     PERFORM 0100-READ-AFP-RECORD
030600         UNTIL AFP-EOF.
030700     PERFORM 0250-END-GROUP.
030800     PERFORM 0530-CHECK-GACC-END.
030900     CLOSE AFP-IN-FILE, GACC-FILE, FTXT-FILE.
031000     PERFORM 0700-REPORT-COUNTS.
031100     IF GACC-OUT-OF-STEP
031200      THEN
031300       MOVE 'APK024E' TO WTO-MSGID;
031400       MOVE 'APKFTXT TEXT EXTRACT OUT OF STEP, DO NOT LOAD IT'
031500         TO WTO-MSGTEXT;
031600       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT;
031700       MOVE 8 TO RETURN-CODE
031800     END-IF.
031900     STOP RUN.
032000     EJECT
032100 0030-LOAD-SUPPRESS-TABLE.
032200* the suppress rules from the APKDELC member APKINPXT reads; an
032300* absent or empty member falls back to the TEST delete rule, as
032400* it does there.
032500     OPEN INPUT SUPP-CTL-FILE.
032600     IF SUPP-CTL-STATUS = '00' OR SUPP-CTL-STATUS = '97'
032700      THEN
032800       SET SUPP-CTL-NOTEOF TO TRUE;
032900       PERFORM UNTIL SUPP-CTL-EOF
033000         READ SUPP-CTL-FILE INTO SUPP-CTL-CARD
033100          AT END
033200           SET SUPP-CTL-EOF TO TRUE
033300          NOT AT END
033400           PERFORM 0035-ADD-SUPPRESS-ENTRY
033500         END-READ
033600       END-PERFORM;
033700       CLOSE SUPP-CTL-FILE
033800     END-IF.
033900     IF SUPP-CNTR = ZERO
034000      THEN
034100       MOVE 1 TO SUPP-CNTR;
034200       SET SUPP-INDEX TO 1;
034300       MOVE LENGTH OF DELT-LIT TO SUPP-LEN (SUPP-INDEX);
034400       MOVE DELT-LIT TO SUPP-PHRASE (SUPP-INDEX);
034500       MOVE 'D' TO SUPP-ACTION (SUPP-INDEX);
034600       MOVE ALL '*' TO SUPP-FILL (SUPP-INDEX)
034700     END-IF.
034800 0035-ADD-SUPPRESS-ENTRY.
034900* a card whose length is not a number from 1 to 20 could never
035000* have matched a print line either; it is passed over.
035100     IF SUPP-CNTR < 20
035200        AND SCTL-LEN IS NUMERIC
035300        AND SCTL-LEN > ZERO
035400        AND SCTL-LEN NOT > LENGTH OF SCTL-PHRASE
035500      THEN
035600       ADD 1 TO SUPP-CNTR;
035700       SET SUPP-INDEX TO SUPP-CNTR;
035800       MOVE SCTL-LEN TO SUPP-LEN (SUPP-INDEX);
035900       MOVE SCTL-PHRASE TO SUPP-PHRASE (SUPP-INDEX);
036000       IF SCTL-ACTION = 'R'
036100        THEN
036200         MOVE 'R' TO SUPP-ACTION (SUPP-INDEX)
036300        ELSE
036400         MOVE 'D' TO SUPP-ACTION (SUPP-INDEX)
036500       END-IF;
036600       IF SCTL-FILL = SPACE
036700        THEN
036800         MOVE ALL '*' TO SUPP-FILL (SUPP-INDEX)
036900        ELSE
037000         INSPECT SUPP-FILL (SUPP-INDEX)
037100           REPLACING CHARACTERS BY SCTL-FILL
037200       END-IF
037300     END-IF.
037400 0050-FIND-CONTRIBUTION.
037500* one pass counts the records ahead of the last contribution;
037600* the file is then reopened and positioned there.
037700     MOVE ZERO TO GACC-REC-CNTR, GACC-PREV-START,
037800                  GACC-CURR-START.
037900     OPEN INPUT GACC-FILE.
038000     PERFORM UNTIL GACC-EOF
038100       READ GACC-FILE
038200        AT END
038300         SET GACC-EOF TO TRUE
038400        NOT AT END
038500         ADD 1 TO GACC-REC-CNTR;
038600         IF GACC-GRPNAME (1 : 8) = '*TRAILER'
038700          THEN
038800           MOVE GACC-CURR-START TO GACC-PREV-START;
038900           MOVE GACC-REC-CNTR TO GACC-CURR-START
039000         END-IF
039100       END-READ
039200     END-PERFORM.
039300     CLOSE GACC-FILE.
039400* a file ending in a trailer ends with this run's contribution,
039500* which began after the trailer before it.
039600     IF GACC-CURR-START = GACC-REC-CNTR
039700      THEN
039800       MOVE GACC-PREV-START TO GACC-SKIP-CNTR
039900      ELSE
040000       MOVE GACC-CURR-START TO GACC-SKIP-CNTR
040100     END-IF.
040200     SET GACC-NOTEOF TO TRUE.
040300     OPEN INPUT GACC-FILE.
040400     PERFORM 0055-SKIP-GACC-RECORD
040500         UNTIL GACC-SKIP-CNTR = ZERO OR GACC-EOF.
040600 0055-SKIP-GACC-RECORD.
040700     READ GACC-FILE
040800      AT END
040900       SET GACC-EOF TO TRUE
041000     END-READ.
041100     SUBTRACT 1 FROM GACC-SKIP-CNTR.
041200 0100-READ-AFP-RECORD.
041300     READ AFP-IN-FILE
041400      AT END
041500       SET AFP-EOF TO TRUE
041600      NOT AT END
041700       IF AFPI-CC = X'5A'
041800        THEN
041900         PERFORM 0110-SELECT-AFP-RECORD
042000       END-IF
042100     END-READ.
042200 0110-SELECT-AFP-RECORD.
042300     EVALUATE AFPI-SFTYPE
042400      WHEN SF-BNG
042500       PERFORM 0250-END-GROUP;
042600       PERFORM 0200-BEGIN-GROUP;
042700      WHEN SF-ENG
042800       PERFORM 0250-END-GROUP;
042900      WHEN SF-BPG
043000       PERFORM 0230-BEGIN-PAGE;
043100      WHEN SF-EPG
043200       PERFORM 0400-END-TEXT-LINE;
043300      WHEN SF-PTX
043400       IF GRP-EXTRACTING
043500        THEN
043600         PERFORM 0300-SCAN-PRESENTATION-TEXT
043700       END-IF;
043800      WHEN OTHER
043900       CONTINUE
044000     END-EVALUATE.
044100     EJECT
044200 0200-BEGIN-GROUP.
044300* a named group opens: its name is taken the way APKEDLV takes it,
044400* and matched against the next group-to-account record.
044500     SET GRP-ACTIVE TO TRUE.
044600     SET GRP-NOTEXTRACTING TO TRUE.
044700     MOVE SPACES TO GRP-NAME.
044800     MOVE ZERO TO GRP-PAGE-CNTR.
044900     IF AFPI-SFLEN > 16
045000      THEN
045100       MOVE AFPI-SFDATA (1 : 8) TO GRP-NAME (1 : 8)
045200      ELSE
045300       IF AFPI-SFLEN > 8
045400        THEN
045500         MOVE AFPI-SFDATA (1 : AFPI-SFLEN - 8)
045600           TO GRP-NAME (1 : AFPI-SFLEN - 8)
045700       END-IF
045800     END-IF.
045900* the triplets, when present, begin after the token name.
046000     MOVE 9 TO TRIPLET-PTR.
046100     PERFORM 0205-SCAN-GROUP-TRIPLET
046200         UNTIL TRIPLET-PTR >= AFPI-SFLEN - 8.
046300     PERFORM 0500-NEXT-GACC-RECORD.
046400     IF GACC-IN-STEP
046500      THEN
046600       SET GRP-EXTRACTING TO TRUE;
046700       ADD 1 TO GRP-CNTR;
046800       MOVE GACC-ACCTNO TO GRP-ACCTNO;
046900       MOVE GACC-JOBNAME TO GRP-JOBNAME;
047000       MOVE GACC-FIRST-PAGE TO GRP-FIRST-PAGE;
047100       MOVE GACC-LAST-PAGE TO GRP-LAST-PAGE
047200     END-IF.
047300 0205-SCAN-GROUP-TRIPLET.
047400* a zero-length triplet would loop forever; a malformed one
047500* ends the scan.
047600     MOVE AFPI-SFDATA (TRIPLET-PTR : 1) TO BIN2-2.
047700     MOVE BIN2 TO TRIPLET-LENGTH.
047800     IF TRIPLET-LENGTH < 2
047900      THEN
048000       MOVE AFPI-SFLEN TO TRIPLET-PTR
048100      ELSE
048200       IF AFPI-SFDATA (TRIPLET-PTR + 1 : 1) = TR-FQN (2 : 1)
048300          AND AFPI-SFDATA (TRIPLET-PTR + 2 : 1) = FQN-GID
048400          AND TRIPLET-LENGTH > 3
048500        THEN
048600         SUBTRACT 3 FROM TRIPLET-LENGTH GIVING GRP-NAME-LEN;
048700         IF GRP-NAME-LEN > LENGTH OF GRP-NAME
048800          THEN
048900           MOVE LENGTH OF GRP-NAME TO GRP-NAME-LEN
049000         END-IF;
049100         IF GRP-NAME-LEN > 0
049200          THEN
049300           MOVE SPACES TO GRP-NAME;
049400           MOVE AFPI-SFDATA (TRIPLET-PTR + 3 : GRP-NAME-LEN)
049500             TO GRP-NAME (1 : GRP-NAME-LEN)
049600         END-IF
049700       END-IF;
049800       ADD TRIPLET-LENGTH TO TRIPLET-PTR
049900     END-IF.
050000 0230-BEGIN-PAGE.
050100* a new page: the line in hand, if any, is finished, and the page
050200* is numbered from the group's first page as the cross-reference
050300* numbers it.
050400     PERFORM 0400-END-TEXT-LINE.
050500     MOVE ZERO TO PAGE-LINE-CNTR.
050600     IF GRP-EXTRACTING
050700      THEN
050800       ADD 1 TO GRP-PAGE-CNTR;
050900       ADD 1 TO PAGE-CNTR;
051000       COMPUTE CURR-PAGENUM = GRP-FIRST-PAGE + GRP-PAGE-CNTR - 1
051100      ELSE
051200       IF GRP-NOTACTIVE
051300        THEN
051400         ADD 1 TO OUTSIDE-PAGE-CNTR
051500       END-IF
051600     END-IF.
051700 0250-END-GROUP.
051800* the group closes, at its End Named Group, at the next Begin
051900* Named Group (a malformed stream) or at end of file. its pages
052000* must fill the cross-reference boundaries exactly, or every
052100* later page number would be wrong.
052200     PERFORM 0400-END-TEXT-LINE.
052300     IF GRP-EXTRACTING
052400      THEN
052500       COMPUTE GRP-PAGE-SPAN = GRP-LAST-PAGE - GRP-FIRST-PAGE + 1;
052600       IF GRP-LAST-PAGE < GRP-FIRST-PAGE
052700          OR GRP-PAGE-CNTR NOT = GRP-PAGE-SPAN
052800        THEN
052900         DISPLAY PGMNAME ' GROUP ' GRP-NAME ' PAGE COUNT'
053000           ' DISAGREES WITH ITS CROSS-REFERENCE PAGES '
053100           GACC-FIRST-PAGE '-' GACC-LAST-PAGE
053200           '. NOTHING FURTHER EXTRACTED.';
053300         SET GACC-OUT-OF-STEP TO TRUE
053400       END-IF
053500     END-IF.
053600     SET GRP-NOTACTIVE TO TRUE.
053700     SET GRP-NOTEXTRACTING TO TRUE.
053800     EJECT
053900 0300-SCAN-PRESENTATION-TEXT.
054000* the structured field's data is a chain of PTOCA control
054100* sequences, each a length byte, a type byte and its parameters.
054200     COMPUTE PTX-END = AFPI-SFLEN - 8.
054300     MOVE 1 TO PTX-PTR.
054400     PERFORM 0310-NEXT-CONTROL-SEQUENCE
054500         UNTIL PTX-PTR > PTX-END.
054600 0310-NEXT-CONTROL-SEQUENCE.
054700* an unchained control sequence follows the X'2BD3' escape; a
054800* chained one (odd type) follows its predecessor directly. a
054900* length that runs past the structured field ends the scan.
055000     IF PTX-PTR < PTX-END
055100        AND AFPI-SFDATA (PTX-PTR : 2) = PTX-ESCAPE
055200      THEN
055300       ADD 2 TO PTX-PTR
055400     END-IF.
055500     IF PTX-PTR >= PTX-END
055600      THEN
055700       COMPUTE PTX-PTR = PTX-END + 1
055800      ELSE
055900       MOVE AFPI-SFDATA (PTX-PTR : 1) TO BIN2-2;
056000       MOVE BIN2 TO CS-LENGTH;
056100       MOVE AFPI-SFDATA (PTX-PTR + 1 : 1) TO CS-TYPE;
056200       IF CS-LENGTH < 2
056300          OR PTX-PTR + CS-LENGTH - 1 > PTX-END
056400        THEN
056500         COMPUTE PTX-PTR = PTX-END + 1
056600        ELSE
056700         PERFORM 0320-APPLY-CONTROL-SEQUENCE;
056800         ADD CS-LENGTH TO PTX-PTR
056900       END-IF
057000     END-IF.
057100 0320-APPLY-CONTROL-SEQUENCE.
057200* Transparent Data carries the characters; Absolute and Relative
057300* Move Baseline and Begin Line start a new line; Absolute and
057400* Relative Move Inline leave a gap, kept as one blank. the rest
057500* (fonts, colors, rules, orientation) carry no text.
057600     EVALUATE TRUE
057700      WHEN CS-TRANSPARENT
057800       PERFORM 0330-ADD-TEXT;
057900      WHEN CS-NEW-LINE
058000       PERFORM 0400-END-TEXT-LINE;
058100      WHEN CS-INLINE-MOVE
058200       PERFORM 0340-ADD-BLANK;
058300      WHEN OTHER
058400       CONTINUE
058500     END-EVALUATE.
058600 0330-ADD-TEXT.
058700* text beyond the line buffer is dropped.
058800     COMPUTE TRN-LEN = CS-LENGTH - 2.
058900     IF TEXT-LEN + TRN-LEN > LENGTH OF TEXT-LINE
059000      THEN
059100       COMPUTE TRN-LEN = LENGTH OF TEXT-LINE - TEXT-LEN
059200     END-IF.
059300     IF TRN-LEN > ZERO
059400      THEN
059500       MOVE AFPI-SFDATA (PTX-PTR + 2 : TRN-LEN)
059600         TO TEXT-LINE (TEXT-LEN + 1 : TRN-LEN);
059700       ADD TRN-LEN TO TEXT-LEN
059800     END-IF.
059900 0340-ADD-BLANK.
060000     IF TEXT-LEN > ZERO
060100        AND TEXT-LEN < LENGTH OF TEXT-LINE
060200      THEN
060300       IF TEXT-LINE (TEXT-LEN : 1) NOT = SPACE
060400        THEN
060500         ADD 1 TO TEXT-LEN;
060600         MOVE SPACE TO TEXT-LINE (TEXT-LEN : 1)
060700       END-IF
060800     END-IF.
060900     EJECT
061000 0400-END-TEXT-LINE.
061100* the line in hand is finished: a line with any text on it is
061200* checked against the suppress rules and, if it survives, written.
061300     IF TEXT-LEN > ZERO
061400      THEN
061500       IF GRP-EXTRACTING
061600          AND TEXT-LINE (1 : TEXT-LEN) NOT = SPACES
061700        THEN
061800         PERFORM 0410-APPLY-SUPPRESS-RULES;
061900         IF LINE-KEPT
062000          THEN
062100           PERFORM 0420-WRITE-TEXT-LINE
062200         END-IF
062300       END-IF;
062400       MOVE SPACES TO TEXT-LINE (1 : TEXT-LEN);
062500       MOVE ZERO TO TEXT-LEN
062600     END-IF.
062700 0410-APPLY-SUPPRESS-RULES.
062800     SET LINE-KEPT TO TRUE.
062900     PERFORM 0415-APPLY-ONE-RULE
063000         VARYING SUPP-INDEX FROM 1 BY 1
063100         UNTIL SUPP-INDEX > SUPP-CNTR OR LINE-DROPPED.
063200 0415-APPLY-ONE-RULE.
063300* a delete rule's phrase anywhere drops the line; a redact rule's
063400* phrase is overwritten with its fill character wherever it is.
063500     MOVE ZERO TO RULE-TALLY.
063600     IF SUPP-LEN (SUPP-INDEX) NOT > TEXT-LEN
063700      THEN
063800       INSPECT TEXT-LINE (1 : TEXT-LEN)
063900         TALLYING RULE-TALLY FOR ALL
064000           SUPP-PHRASE (SUPP-INDEX) (1 : SUPP-LEN (SUPP-INDEX))
064100     END-IF.
064200     IF RULE-TALLY > ZERO
064300      THEN
064400       IF SUPP-IS-REDACT (SUPP-INDEX)
064500        THEN
064600         INSPECT TEXT-LINE (1 : TEXT-LEN)
064700           REPLACING ALL
064800             SUPP-PHRASE (SUPP-INDEX) (1 : SUPP-LEN (SUPP-INDEX))
064900           BY SUPP-FILL (SUPP-INDEX) (1 : SUPP-LEN (SUPP-INDEX));
065000         ADD 1 TO REDACT-CNTR
065100        ELSE
065200         SET LINE-DROPPED TO TRUE;
065300         ADD 1 TO DROP-CNTR
065400       END-IF
065500     END-IF.
065600 0420-WRITE-TEXT-LINE.
065700* a line longer than the record's text area continues on the
065800* following records.
065900     MOVE 1 TO TEXT-PTR.
066000     PERFORM 0425-WRITE-TEXT-PIECE
066100         UNTIL TEXT-PTR > TEXT-LEN.
066200 0425-WRITE-TEXT-PIECE.
066300     COMPUTE PIECE-LEN = TEXT-LEN - TEXT-PTR + 1.
066400     IF PIECE-LEN > LENGTH OF FTXT-TEXT
066500      THEN
066600       MOVE LENGTH OF FTXT-TEXT TO PIECE-LEN
066700     END-IF.
066800     ADD 1 TO PAGE-LINE-CNTR.
066900     MOVE SPACES TO FTXT-RECORD.
067000     MOVE GRP-NAME TO FTXT-GRPNAME.
067100     MOVE GRP-ACCTNO TO FTXT-ACCTNO.
067200     MOVE CURR-PAGENUM TO FTXT-PAGENUM.
067300     MOVE GRP-PAGE-CNTR TO FTXT-GRP-PAGE.
067400     MOVE PAGE-LINE-CNTR TO FTXT-LINENUM.
067500     MOVE GRP-JOBNAME TO FTXT-JOBNAME.
067600     MOVE WS-RUNDATE TO FTXT-RUNDATE.
067700     MOVE TEXT-LINE (TEXT-PTR : PIECE-LEN) TO FTXT-TEXT.
067800     WRITE FTXT-RECORD.
067900     ADD 1 TO LINE-CNTR.
068000     ADD PIECE-LEN TO TEXT-PTR.
068100     EJECT
068200 0500-NEXT-GACC-RECORD.
068300* the group-to-account file holds one record per named group in
068400* the AFP dataset, in the order the groups were written, closed by
068500* the contribution's trailer; step to this group's record and
068600* check it is this group's.
068700     IF GACC-IN-STEP
068800      THEN
068900       PERFORM 0505-READ-GACC;
069000       IF GACC-EOF
069100          OR GACC-GRPNAME NOT = GRP-NAME
069200        THEN
069300         DISPLAY PGMNAME ' GROUP-TO-ACCOUNT RECORDS OUT OF'
069400           ' STEP AT GROUP ' GRP-NAME
069500           '. NOTHING FURTHER EXTRACTED.';
069600         SET GACC-OUT-OF-STEP TO TRUE
069700       END-IF
069800     END-IF.
069900 0505-READ-GACC.
070000     READ GACC-FILE
070100      AT END
070200       SET GACC-EOF TO TRUE
070300     END-READ.
070400     PERFORM UNTIL GACC-EOF
070500         OR GACC-GRPNAME (1 : 8) NOT = '*TRAILER'
070600       READ GACC-FILE
070700        AT END
070800         SET GACC-EOF TO TRUE
070900       END-READ
071000     END-PERFORM.
071100 0530-CHECK-GACC-END.
071200* every record of the contribution must have met its group; one
071300* left over means the groups and the records parted company.
071400     IF GACC-IN-STEP
071500      THEN
071600       PERFORM 0505-READ-GACC;
071700       IF GACC-NOTEOF
071800        THEN
071900         DISPLAY PGMNAME ' GROUP-TO-ACCOUNT RECORDS FOR GROUPS'
072000           ' NOT IN THE AFP DATASET, FIRST ' GACC-GRPNAME;
072100         SET GACC-OUT-OF-STEP TO TRUE
072200       END-IF
072300     END-IF.
072400 0700-REPORT-COUNTS.
072500     MOVE GRP-CNTR TO COUNT-DISP.
072600     DISPLAY PGMNAME, COUNT-DISP, ' GROUPS EXTRACTED.'.
072700     MOVE PAGE-CNTR TO COUNT-DISP.
072800     DISPLAY PGMNAME, COUNT-DISP, ' PAGES EXTRACTED.'.
072900     MOVE OUTSIDE-PAGE-CNTR TO COUNT-DISP.
073000     DISPLAY PGMNAME, COUNT-DISP,
073100         ' PAGES OUTSIDE ANY GROUP SKIPPED.'.
073200     MOVE LINE-CNTR TO COUNT-DISP.
073300     DISPLAY PGMNAME, COUNT-DISP, ' TEXT RECORDS WRITTEN.'.
073400     MOVE DROP-CNTR TO COUNT-DISP.
073500     DISPLAY PGMNAME, COUNT-DISP,
073600         ' LINES SUPPRESSED BY DELETE RULES.'.
073700     MOVE REDACT-CNTR TO COUNT-DISP.
073800     DISPLAY PGMNAME, COUNT-DISP, ' LINES REDACTED.'.
073900 END PROGRAM APKFTXT.
