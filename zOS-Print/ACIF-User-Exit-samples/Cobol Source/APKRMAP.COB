000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKRMAP.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800
000900               This program is a shared resource-name remapping
001000               member for the ACIF sample exits. The output exit
001100               (APKOUTXT) calls it for every resource name it
001200               finds in a Map Coded Font, Include Page Overlay or
001300               Include Page Segment structured field, and the
001400               resource exits (APKRSLST, APKXPSEG) call it for
001500               every resource ACIF presents, so an old raster font
001600               or overlay name can be replaced by its successor
001700               without changing the application that references
001800               it.
001900
002000               CALL 'APKRMAP' USING type (PIC X(8)),
002100                                    old name (PIC X(8)),
002200                                    new name (PIC X(8), returned),
002300                                    found (PIC X, returned Y/N).
002400
002500               The type is one of the mnemonics used on the
002600               control cards: CPAGE (code page), CSET (character
002700               set), FONT (coded font), PSEG (page segment) or
002800               OVLY (overlay). When no mapping applies, the new
002900               name is returned equal to the old one and found
003000               is N.
003100
003200               The table is read once, on the first call, from the
003300               APKRMPC control member. One card per mapping:
003400
003500                 columns  1-8   old resource name
003600                 columns 10-17  type mnemonic, as above
003700                 columns 19-26  new resource name
003800                 columns 28-35  effective date, YYYYMMDD (blank
003900                                for effective at once)
004000
004100               A card whose effective date is after today is not
004200               loaded, so a cut-over can be staged ahead of time.
004300               Where the same old name and type appear on more
004400               than one effective card, the one with the latest
004500               effective date wins. Cards starting with an
004600               asterisk are comments; cards in error are listed
004700               on SYSOUT and skipped. A missing or empty member
004800               leaves the table empty and nothing is remapped.
004900 DATE-WRITTEN. 15 Oct 2026.
005000 DATE-COMPILED.
005100 SECURITY. IBM SAMPLE CODE ONLY.
005200*/**************************************************************/
005300*/* Licensed under the Apache License, Version 2.0 (the        */
005400*/* "License"); you may not use this file except in compliance */
005500*/* with the License. You may obtain a copy of the License at  */
005600*/*                                                            */
005700*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005800*/*                                                            */
005900*/* Unless required by applicable law or agreed to in writing, */
006000*/* software distributed under the License is distributed on an*/
006100*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006200*/* KIND, either express or implied.  See the License for the  */
006300*/* specific language governing permissions and limitations    */
006400*/* under the License.                                         */
006500*/*------------------------------------------------------------*/
006600*/*                                                            */
006700*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
006800*/*                                                            */
006900*/*   Permission to use, copy, modify, and distribute          */
007000*/*   this software for any purpose with or without fee        */
007100*/*   is hereby granted, provided that the above               */
007200*/*   copyright notices appear in all copies.                  */
007300*/*                                                            */
007400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
008000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008500*/**************************************************************/
008600 TITLE 'APKRMAP - Resource Name Remapping'.
008700 ENVIRONMENT DIVISION.
008800 CONFIGURATION SECTION.
008900 SOURCE-COMPUTER. IBM-370.
009000 OBJECT-COMPUTER. IBM-370.
009100 INPUT-OUTPUT SECTION.
009200 FILE-CONTROL.
009300     SELECT RMPC-FILE ASSIGN TO APKRMPC
009400         ORGANIZATION SEQUENTIAL
009500         FILE STATUS IS RMPC-STATUS.
009600     EJECT
009700 DATA DIVISION.
009800 FILE SECTION.
009900* the remapping control cards.
010000 FD  RMPC-FILE
010100     LABEL RECORDS STANDARD
010200     RECORDING MODE F
010300     BLOCK CONTAINS 0
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  RMPC-RECORD                 PIC X(80).
010600     EJECT
010700 WORKING-STORAGE SECTION.
010800 77  RMPC-STATUS             PIC XX VALUE SPACES.
010900 77  RMPC-EOF-FLAG           PIC X VALUE LOW-VALUE.
011000     88  RMPC-EOF            VALUE HIGH-VALUE.
011100     88  RMPC-NOTEOF         VALUE LOW-VALUE.
011200 77  TABLE-LOADED-FLAG       PIC X VALUE LOW-VALUE.
011300     88  TABLE-LOADED        VALUE HIGH-VALUE.
011400     88  TABLE-NOTLOADED     VALUE LOW-VALUE.
011500 77  CARD-VALID-FLAG         PIC X VALUE 'Y'.
011600     88  CARD-VALID          VALUE 'Y'.
011700     88  CARD-NOTVALID       VALUE 'N'.
011800 77  MAX-RMAP-ENTRIES        PIC 9(4) BINARY VALUE 500.
011900 77  CARDS-READ              PIC 9(6) BINARY VALUE ZERO.
012000 77  CARDS-BAD               PIC 9(6) BINARY VALUE ZERO.
012100 77  CARDS-FUTURE            PIC 9(6) BINARY VALUE ZERO.
012200 77  CARDS-DROPPED           PIC 9(6) BINARY VALUE ZERO.
012300 77  EDIT-COUNT              PIC ZZZ,ZZ9.
012400 77  RMAP-RUNDATE            PIC 9(8) VALUE ZERO.
012500 77  CARD-EFFDATE            PIC 9(8) VALUE ZERO.
012600     SKIP2
012700* one remapping control card.
012800 01  RMPC-CARD.
012900     05  RC-OLDNAME          PIC X(8).
013000     05  FILLER              PIC X.
013100     05  RC-TYPE             PIC X(8).
013200     05  FILLER              PIC X.
013300     05  RC-NEWNAME          PIC X(8).
013400     05  FILLER              PIC X.
013500     05  RC-EFFDATE          PIC X(8).
013600     05  RC-EFFDATE-N        REDEFINES RC-EFFDATE
013700                             PIC 9(8).
013800     05  FILLER              PIC X(45).
013900 01  RMPC-CARD-X             REDEFINES RMPC-CARD.
014000     05  RC-COMMENT          PIC X.
014100     05  FILLER              PIC X(79).
014200     SKIP2
014300* the mappings in effect today, one per old name and type.
014400 01  RMAP-TABLE.
014500     05  RMAP-CNTR           PIC 9(4) BINARY VALUE ZERO.
014600     05  RMAP-ENTRY          OCCURS 0 TO 500 TIMES
014700                             DEPENDING ON RMAP-CNTR
014800                             INDEXED BY RMAP-INDEX.
014900         10  RMAP-T-TYPE     PIC X(8).
015000         10  RMAP-T-OLD      PIC X(8).
015100         10  RMAP-T-NEW      PIC X(8).
015200         10  RMAP-T-EFFDATE  PIC 9(8).
015300     SKIP2
015400 LINKAGE SECTION.
015500 01  RMAP-TYPE               PIC X(8).
015600 01  RMAP-OLD                PIC X(8).
015700 01  RMAP-NEW                PIC X(8).
015800 01  RMAP-RESULT             PIC X.
015900     88  RMAP-FOUND          VALUE 'Y'.
016000     88  RMAP-NOTFOUND       VALUE 'N'.
016100 TITLE 'Resource Name Lookup'.
016200 PROCEDURE DIVISION USING RMAP-TYPE, RMAP-OLD, RMAP-NEW,
016300                          RMAP-RESULT.
016400 0000-LOOKUP.
016500     IF TABLE-NOTLOADED
016600      THEN
016700       PERFORM 0100-LOAD-TABLE THRU 0100-EXIT;
016800       SET TABLE-LOADED TO TRUE;
016900     END-IF.
017000     MOVE RMAP-OLD TO RMAP-NEW.
017100     SET RMAP-NOTFOUND TO TRUE.
017200     IF RMAP-CNTR = ZERO
017300      THEN
017400       GOBACK;
017500     END-IF.
017600     SET RMAP-INDEX TO 1.
017700     SEARCH RMAP-ENTRY
017800      AT END
017900       CONTINUE
018000      WHEN RMAP-T-TYPE (RMAP-INDEX) = RMAP-TYPE
018100       AND RMAP-T-OLD (RMAP-INDEX) = RMAP-OLD
018200       MOVE RMAP-T-NEW (RMAP-INDEX) TO RMAP-NEW;
018300       SET RMAP-FOUND TO TRUE;
018400     END-SEARCH.
018500     GOBACK.
018600     EJECT
018700*****************************************************************
018800*    LOAD THE MAPPINGS EFFECTIVE TODAY FROM THE CONTROL MEMBER. *
018900*****************************************************************
019000 0100-LOAD-TABLE.
019100     ACCEPT RMAP-RUNDATE FROM DATE YYYYMMDD.
019200     OPEN INPUT RMPC-FILE.
019300     IF RMPC-STATUS NOT = '00' AND RMPC-STATUS NOT = '97'
019400      THEN
019500       DISPLAY 'APKRMAP APKRMPC NOT AVAILABLE, STATUS '
019600           RMPC-STATUS '. NO RESOURCES REMAPPED.';
019700       GO TO 0100-EXIT;
019800     END-IF.
019900     SET RMPC-NOTEOF TO TRUE.
020000     PERFORM UNTIL RMPC-EOF
020100       READ RMPC-FILE INTO RMPC-CARD
020200        AT END
020300         SET RMPC-EOF TO TRUE
020400        NOT AT END
020500         PERFORM 0110-ADD-MAPPING THRU 0110-EXIT
020600       END-READ
020700     END-PERFORM.
020800     CLOSE RMPC-FILE.
020900     MOVE RMAP-CNTR TO EDIT-COUNT.
021000     DISPLAY 'APKRMAP RESOURCE MAPPINGS IN EFFECT ' EDIT-COUNT.
021100     IF CARDS-FUTURE > ZERO
021200      THEN
021300       MOVE CARDS-FUTURE TO EDIT-COUNT;
021400       DISPLAY 'APKRMAP MAPPINGS NOT YET EFFECTIVE  ' EDIT-COUNT;
021500     END-IF.
021600     IF CARDS-BAD > ZERO
021700      THEN
021800       MOVE CARDS-BAD TO EDIT-COUNT;
021900       DISPLAY 'APKRMAP CONTROL CARDS IN ERROR      ' EDIT-COUNT;
022000     END-IF.
022100     IF CARDS-DROPPED > ZERO
022200      THEN
022300       MOVE CARDS-DROPPED TO EDIT-COUNT;
022400       DISPLAY 'APKRMAP TABLE FULL, CARDS DROPPED   ' EDIT-COUNT;
022500     END-IF.
022600 0100-EXIT.
022700     EXIT.
022800     SKIP2
022900*****************************************************************
023000*    CHECK ONE CONTROL CARD AND ADD OR REPLACE ITS MAPPING.     *
023100*****************************************************************
023200 0110-ADD-MAPPING.
023300     IF RC-COMMENT = '*' OR RMPC-CARD = SPACES
023400      THEN
023500       GO TO 0110-EXIT;
023600     END-IF.
023700     ADD 1 TO CARDS-READ.
023800     SET CARD-VALID TO TRUE.
023900     IF RC-OLDNAME = SPACES OR RC-NEWNAME = SPACES
024000      THEN
024100       SET CARD-NOTVALID TO TRUE;
024200     END-IF.
024300     IF RC-TYPE NOT = 'CPAGE' AND RC-TYPE NOT = 'CSET'
024400       AND RC-TYPE NOT = 'FONT' AND RC-TYPE NOT = 'PSEG'
024500       AND RC-TYPE NOT = 'OVLY'
024600      THEN
024700       SET CARD-NOTVALID TO TRUE;
024800     END-IF.
024900     IF RC-EFFDATE = SPACES
025000      THEN
025100       MOVE ZERO TO CARD-EFFDATE
025200      ELSE
025300       IF RC-EFFDATE-N IS NUMERIC
025400        THEN
025500         MOVE RC-EFFDATE-N TO CARD-EFFDATE
025600        ELSE
025700         SET CARD-NOTVALID TO TRUE
025800       END-IF
025900     END-IF.
026000     IF CARD-NOTVALID
026100      THEN
026200       ADD 1 TO CARDS-BAD;
026300       DISPLAY 'APKRMAP CARD IGNORED: ' RMPC-CARD;
026400       GO TO 0110-EXIT;
026500     END-IF.
026600     IF CARD-EFFDATE > RMAP-RUNDATE
026700      THEN
026800       ADD 1 TO CARDS-FUTURE;
026900       GO TO 0110-EXIT;
027000     END-IF.
027100     SET RMAP-INDEX TO 1.
027200     SEARCH RMAP-ENTRY
027300      AT END
027400       IF RMAP-CNTR < MAX-RMAP-ENTRIES
027500        THEN
027600         ADD 1 TO RMAP-CNTR;
027700         SET RMAP-INDEX TO RMAP-CNTR;
027800         MOVE RC-TYPE TO RMAP-T-TYPE (RMAP-INDEX);
027900         MOVE RC-OLDNAME TO RMAP-T-OLD (RMAP-INDEX);
028000         MOVE RC-NEWNAME TO RMAP-T-NEW (RMAP-INDEX);
028100         MOVE CARD-EFFDATE TO RMAP-T-EFFDATE (RMAP-INDEX)
028200        ELSE
028300         ADD 1 TO CARDS-DROPPED
028400       END-IF
028500      WHEN RMAP-T-TYPE (RMAP-INDEX) = RC-TYPE
028600       AND RMAP-T-OLD (RMAP-INDEX) = RC-OLDNAME
028700* a later effective date supersedes an earlier mapping.
028800       IF CARD-EFFDATE NOT < RMAP-T-EFFDATE (RMAP-INDEX)
028900        THEN
029000         MOVE RC-NEWNAME TO RMAP-T-NEW (RMAP-INDEX);
029100         MOVE CARD-EFFDATE TO RMAP-T-EFFDATE (RMAP-INDEX)
029200       END-IF
029300     END-SEARCH.
029400 0110-EXIT.
029500     EXIT.
029600 END PROGRAM APKRMAP.
