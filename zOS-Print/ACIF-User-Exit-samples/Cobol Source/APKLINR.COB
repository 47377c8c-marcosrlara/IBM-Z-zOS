000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKLINR.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program prints the dataset lineage of one
000900               job in one batch window: where the night's
001000               print file went, from the dataset lineage file
001100               the programs in the chain append to through the
001200               shared APKLINW member. The tree is printed in
001300               stage order:
001400                 INPUT    - the input print dataset (APKPREFL)
001500                 ACIFOUT  - the ACIF output (the APKLINA step)
001600                 ARCHIVE  - the tagged archive copy (APKTLEBD)
001700                 BURST    - the department bursts (APKDBRST)
001800                 INSERTER - the inserter file (APKINSCF)
001900                 EXTRACT  - group extracts (APKGXEXT)
002000                 REPRINT  - reprint runs fulfilled (APKRPRQM)
002100               The first five belong to the window; extracts
002200               and reprints are taken on demand, later, and
002300               are shown from the window date up to the job's
002400               next window. Each stage expected for the job
002500               but never recorded is flagged, and the step
002600               then ends with return code 4.
002700
002800               The EXEC PARM is 'jobid,yyyymmdd', the job and
002900               the window date; without the date the current
003000               date is used. A PARM without a job id, or with
003100               a date that is not numeric, ends the step with
003200               return code 8.
003300
003400               Allocate these DDs:
003500                 APKLIN   - the dataset lineage file, read only
003600                 APKLINC  - the expected stages: one card per
003700                            job, the job id in columns 1-8 and
003800                            up to seven stage names in columns
003900                            10-17, 19-26, 28-35, 37-44, 46-53,
004000                            55-62 and 64-71. A card with DEFAULT
004100                            as its job id applies to every job
004200                            without a card of its own; with
004300                            neither, INPUT, ACIFOUT and ARCHIVE
004400                            are expected. * in column 1 is a
004500                            comment.
004600                 PAPKLINR - the printed lineage, LRECL 125,
004700                            BLKSIZE n*125+4, VBA
004800 DATE-WRITTEN. 15 Oct 2026.
004900 DATE-COMPILED.
005000 SECURITY. IBM SAMPLE CODE ONLY.
005100*/**************************************************************/
005200*/* Licensed under the Apache License, Version 2.0 (the        */
005300*/* "License"); you may not use this file except in compliance */
005400*/* with the License. You may obtain a copy of the License at  */
005500*/*                                                            */
005600*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005700*/*                                                            */
005800*/* Unless required by applicable law or agreed to in writing, */
005900*/* software distributed under the License is distributed on an*/
006000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006100*/* KIND, either express or implied.  See the License for the  */
006200*/* specific language governing permissions and limitations    */
006300*/* under the License.                                         */
006400*/*------------------------------------------------------------*/
006500*/*                                                            */
006600*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
006700*/*                                                            */
006800*/*   Permission to use, copy, modify, and distribute          */
006900*/*   this software for any purpose with or without fee        */
007000*/*   is hereby granted, provided that the above               */
007100*/*   copyright notices appear in all copies.                  */
007200*/*                                                            */
007300*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007400*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007500*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007600*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007700*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007900*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008000*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008100*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008200*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008300*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008400*/**************************************************************/
008500 TITLE 'ACIF Dataset Lineage Report'.
008600 ENVIRONMENT DIVISION.
008700 CONFIGURATION SECTION.
008800 SOURCE-COMPUTER. IBM-370.
008900 OBJECT-COMPUTER. IBM-370.
009000 INPUT-OUTPUT SECTION.
009100 FILE-CONTROL.
009200     SELECT PRINT-FILE ASSIGN TO PAPKLINR.
009300     SELECT LIN-FILE ASSIGN TO APKLIN
009400         ORGANIZATION SEQUENTIAL.
009500     SELECT LINC-FILE ASSIGN TO APKLINC
009600         ORGANIZATION SEQUENTIAL.
009700     EJECT
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  PRINT-FILE
010100     BLOCK CONTAINS 0
010200     LABEL RECORDS STANDARD
010300     RECORD VARYING DEPENDING ON PRINT-REC-LEN
010400     RECORDING MODE V.
010500 01  PRINT-RECORD.
010600     05  PRINT-DATA          OCCURS 1 TO 255,
010700                             DEPENDING ON PRINT-REC-LEN,
010800                             PIC X.
010900* one record per dataset produced, appended by APKLINW.
011000 FD  LIN-FILE
011100     LABEL RECORDS STANDARD
011200     RECORDING MODE F
011300     BLOCK CONTAINS 0
011400     RECORD CONTAINS 160 CHARACTERS.
011500 01  LIN-RECORD.
011600     05  LIN-JOBID           PIC X(8).
011700     05  LIN-WINDOW-DATE     PIC 9(8).
011800     05  LIN-STAGE           PIC X(8).
011900     05  LIN-DSNAME          PIC X(44).
012000     05  LIN-PARENT          PIC X(44).
012100     05  LIN-DETAIL          PIC X(24).
012200     05  LIN-PGMNAME         PIC X(8).
012300     05  LIN-DATE            PIC 9(8).
012400     05  LIN-TIME            PIC 9(6).
012500     05  FILLER              PIC X(2).
012600* the expected stages, one card per job.
012700 FD  LINC-FILE
012800     LABEL RECORDS STANDARD
012900     RECORDING MODE F
013000     BLOCK CONTAINS 0
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  LINC-CARD.
013300     05  LINC-JOBID          PIC X(8).
013400     05  LINC-STAGES         OCCURS 7 TIMES.
013500         10  FILLER          PIC X.
013600         10  LINC-STAGE      PIC X(8).
013700     05  FILLER              PIC X(9).
013800     EJECT
013900 WORKING-STORAGE SECTION.
014000 77  PGMNAME                 PIC X(8) VALUE 'APKLINR '.
014100 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
014200 77  LIN-EOF-FLAG            PIC X VALUE LOW-VALUE.
014300     88  LIN-EOF             VALUE HIGH-VALUE.
014400     88  LIN-NOTEOF          VALUE LOW-VALUE.
014500 77  LINC-EOF-FLAG           PIC X VALUE LOW-VALUE.
014600     88  LINC-EOF            VALUE HIGH-VALUE.
014700     88  LINC-NOTEOF         VALUE LOW-VALUE.
014800 77  OWN-CARD-FLAG           PIC X VALUE 'N'.
014900     88  OWN-CARD-FOUND      VALUE 'Y'.
015000 77  DEFAULT-CARD-FLAG       PIC X VALUE 'N'.
015100     88  DEFAULT-CARD-FOUND  VALUE 'Y'.
015200 77  TABLE-FULL-FLAG         PIC X VALUE 'N'.
015300     88  HELD-TABLE-FULL     VALUE 'Y'.
015400 77  MAX-HELD                PIC 9(4) BINARY VALUE 500.
015500 77  RUN-JOBID               PIC X(8) VALUE SPACES.
015600 77  RUN-DATE-X              PIC X(8) VALUE SPACES.
015700 77  RUN-DATE                REDEFINES RUN-DATE-X PIC 9(8).
015800* the job's next window, where its extracts and reprints stop
015900* belonging to this one; zero while there is none.
016000 77  NEXT-WINDOW-DATE        PIC 9(8) VALUE ZERO.
016100 77  PARM-PTR                PIC 9(4) BINARY VALUE ZERO.
016200 77  PARM-FIELD-START        PIC 9(4) BINARY VALUE ZERO.
016300 77  PARM-FIELD-NO           PIC 9(4) BINARY VALUE ZERO.
016400 77  PARM-ERROR-FLAG         PIC X VALUE 'N'.
016500     88  PARM-IN-ERROR       VALUE 'Y'.
016600 77  SX                      PIC 9(4) BINARY VALUE ZERO.
016700 77  CX                      PIC 9(4) BINARY VALUE ZERO.
016800 77  STAGE-HITS              PIC 9(8) BINARY VALUE ZERO.
016900 77  MISSING-CNTR            PIC 9(8) BINARY VALUE ZERO.
017000 77  SHOWN-CNTR              PIC 9(8) BINARY VALUE ZERO.
017100 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
017200* the stages in tree order, each with its depth in the tree
017300* and whether it belongs to the window or is taken on demand.
017400 01  STAGE-VALUES.
017500     05  FILLER              PIC X(10) VALUE 'INPUT   0W'.
017600     05  FILLER              PIC X(10) VALUE 'ACIFOUT 1W'.
017700     05  FILLER              PIC X(10) VALUE 'ARCHIVE 2W'.
017800     05  FILLER              PIC X(10) VALUE 'BURST   2W'.
017900     05  FILLER              PIC X(10) VALUE 'INSERTER2W'.
018000     05  FILLER              PIC X(10) VALUE 'EXTRACT 2D'.
018100     05  FILLER              PIC X(10) VALUE 'REPRINT 2D'.
018200 01  STAGE-TABLE             REDEFINES STAGE-VALUES.
018300     05  ST-ENTRY            OCCURS 7 TIMES.
018400         10  ST-STAGE        PIC X(8).
018500         10  ST-DEPTH        PIC 9.
018600         10  ST-KIND         PIC X.
018700             88  ST-IN-WINDOW        VALUE 'W'.
018800             88  ST-ON-DEMAND        VALUE 'D'.
018900* the stages expected for the job, from its card or the default.
019000 01  EXPECTED-TABLE.
019100     05  EXP-STAGE           OCCURS 7 TIMES PIC X(8).
019200 01  DEFAULT-EXPECTED.
019300     05  DEF-STAGE           OCCURS 7 TIMES PIC X(8).
019400* the job's lineage records from the window date on.
019500 01  HELD-TABLE.
019600     05  HLD-CNTR            PIC 9(4) BINARY VALUE ZERO.
019700     05  HLD-ENTRY           OCCURS 500 TIMES
019800                             DEPENDING ON HLD-CNTR
019900                             INDEXED BY HLD-INDEX
020000                             PIC X(160).
020100 01  WK-LIN-RECORD.
020200     05  WL-JOBID            PIC X(8).
020300     05  WL-WINDOW-DATE      PIC 9(8).
020400     05  WL-STAGE            PIC X(8).
020500     05  WL-DSNAME           PIC X(44).
020600     05  WL-PARENT           PIC X(44).
020700     05  WL-DETAIL           PIC X(24).
020800     05  WL-PGMNAME          PIC X(8).
020900     05  WL-DATE             PIC 9(8).
021000     05  WL-TIME             PIC 9(6).
021100     05  FILLER              PIC X(2).
021200     SKIP1
021300 01  PAGE-TITLE.
021400     05  FILLER              PIC X   VALUE '1'.
021500     05  FILLER              PIC X(31) VALUE
021600         'ACIF DATASET LINEAGE FOR JOB '.
021700     05  PT-JOBID            PIC X(8).
021800     05  FILLER              PIC X(8) VALUE ' WINDOW '.
021900     05  PT-DATE             PIC 9(8).
022000     SKIP1
022100 01  LINE-COLUMNS.
022200     05  FILLER              PIC X   VALUE '0'.
022300     05  FILLER              PIC X(12) VALUE 'STAGE'.
022400     05  FILLER              PIC X VALUE SPACE.
022500     05  FILLER              PIC X(44) VALUE 'DATASET'.
022600     05  FILLER              PIC X VALUE SPACE.
022700     05  FILLER              PIC X(24) VALUE 'DETAIL'.
022800     05  FILLER              PIC X VALUE SPACE.
022900     05  FILLER              PIC X(8) VALUE 'PROGRAM'.
023000     05  FILLER              PIC X VALUE SPACE.
023100     05  FILLER              PIC X(15) VALUE 'RECORDED'.
023200     SKIP1
023300 01  LINE-LINEAGE.
023400     05  FILLER              PIC X   VALUE SPACE.
023500     05  LL-TREE             PIC X(12).
023600     05  FILLER              PIC X VALUE SPACE.
023700     05  LL-DSNAME           PIC X(44).
023800     05  FILLER              PIC X VALUE SPACE.
023900     05  LL-DETAIL           PIC X(24).
024000     05  FILLER              PIC X VALUE SPACE.
024100     05  LL-PGMNAME          PIC X(8).
024200     05  FILLER              PIC X VALUE SPACE.
024300     05  LL-DATE             PIC 9(8).
024400     05  FILLER              PIC X VALUE SPACE.
024500     05  LL-TIME             PIC 9(6).
024600     SKIP1
024700 01  LINE-MISSING.
024800     05  FILLER              PIC X   VALUE SPACE.
024900     05  LM-TREE             PIC X(12).
025000     05  FILLER              PIC X VALUE SPACE.
025100     05  FILLER              PIC X(35) VALUE
025200         '**** EXPECTED - NEVER PRODUCED ****'.
025300     SKIP1
025400 01  LINE-TOTAL.
025500     05  LT-CC               PIC X   VALUE SPACE.
025600     05  FILLER              PIC X(02) VALUE SPACES.
025700     05  LT-LABEL            PIC X(32).
025800     05  FILLER              PIC X VALUE SPACE.
025900     05  LT-COUNT            PIC ZZ,ZZZ,ZZ9.
026000     SKIP1
026100 01  LINE-NOTICE.
026200     05  FILLER              PIC X(5) VALUE SPACES.
026300     05  LN-TEXT             PIC X(60).
026400 LINKAGE SECTION.
026500 01  PARM-AREA.
026600     05  PARM-LEN            PIC S9(4) BINARY.
026700     05  PARM-DATA           PIC X(20).
026800 TITLE 'Initialization and Main Line'.
026900 PROCEDURE DIVISION USING PARM-AREA.
027000 0000-MAINLINE.
027100     PERFORM 0005-PARSE-PARM.
027200     IF PARM-IN-ERROR
027300      THEN
027400       DISPLAY PGMNAME ' PARM MUST BE JOBID,YYYYMMDD.'
027500         ' NOTHING REPORTED.';
027600       MOVE 8 TO RETURN-CODE;
027700       STOP RUN
027800     END-IF.
027900     PERFORM 0020-LOAD-EXPECTED.
028000     PERFORM 0100-LOAD-LINEAGE.
028100     PERFORM 0200-PRINT-TREE.
028200     PERFORM 0900-TERMINATE.
028300     IF MISSING-CNTR > ZERO
028400      THEN
028500       MOVE 4 TO RETURN-CODE
028600      ELSE
028700       MOVE ZERO TO RETURN-CODE
028800     END-IF.
028900     STOP RUN.
029000 0005-PARSE-PARM.
029100     IF PARM-LEN > 20
029200      THEN
029300       MOVE 20 TO PARM-LEN
029400     END-IF.
029500     MOVE 1 TO PARM-FIELD-START, PARM-FIELD-NO.
029600     PERFORM 0010-PARSE-PARM-FIELD
029700         VARYING PARM-PTR FROM 1 BY 1
029800         UNTIL PARM-PTR > PARM-LEN.
029900     PERFORM 0010-PARSE-PARM-FIELD.
030000     IF RUN-DATE-X = SPACES
030100      THEN
030200       ACCEPT RUN-DATE FROM DATE YYYYMMDD
030300     END-IF.
030400     IF RUN-JOBID = SPACES OR RUN-DATE-X NOT NUMERIC
030500      THEN
030600       SET PARM-IN-ERROR TO TRUE
030700     END-IF.
030800 0010-PARSE-PARM-FIELD.
030900* at a comma, or past the end of the PARM, the field just ended
031000* is stored: the first is the job id, the second the date.
031100     IF PARM-PTR > PARM-LEN OR PARM-DATA (PARM-PTR : 1) = ','
031200      THEN
031300       IF PARM-PTR > PARM-FIELD-START
031400        THEN
031500         EVALUATE PARM-FIELD-NO
031600          WHEN 1
031700           MOVE PARM-DATA (PARM-FIELD-START :
031800                           PARM-PTR - PARM-FIELD-START)
031900             TO RUN-JOBID
032000          WHEN 2
032100           MOVE PARM-DATA (PARM-FIELD-START :
032200                           PARM-PTR - PARM-FIELD-START)
032300             TO RUN-DATE-X
032400          WHEN OTHER
032500           CONTINUE
032600         END-EVALUATE
032700       END-IF;
032800       ADD 1 TO PARM-FIELD-NO;
032900       COMPUTE PARM-FIELD-START = PARM-PTR + 1
033000     END-IF.
033100 0020-LOAD-EXPECTED.
033200* the job's own card, else the DEFAULT card, else the three
033300* stages every job produces.
033400     MOVE SPACES TO EXPECTED-TABLE, DEFAULT-EXPECTED.
033500     OPEN INPUT LINC-FILE.
033600     SET LINC-NOTEOF TO TRUE.
033700     PERFORM UNTIL LINC-EOF
033800       READ LINC-FILE
033900        AT END
034000         SET LINC-EOF TO TRUE
034100        NOT AT END
034200         PERFORM 0030-APPLY-EXPECTED-CARD
034300       END-READ
034400     END-PERFORM.
034500     CLOSE LINC-FILE.
034600     IF NOT OWN-CARD-FOUND
034700      THEN
034800       IF DEFAULT-CARD-FOUND
034900        THEN
035000         MOVE DEFAULT-EXPECTED TO EXPECTED-TABLE
035100        ELSE
035200         MOVE 'INPUT' TO EXP-STAGE (1);
035300         MOVE 'ACIFOUT' TO EXP-STAGE (2);
035400         MOVE 'ARCHIVE' TO EXP-STAGE (3)
035500       END-IF
035600     END-IF.
035700 0030-APPLY-EXPECTED-CARD.
035800     IF LINC-JOBID (1 : 1) NOT = '*'
035900      THEN
036000       IF LINC-JOBID = RUN-JOBID AND NOT OWN-CARD-FOUND
036100        THEN
036200         SET OWN-CARD-FOUND TO TRUE;
036300         PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 7
036400           MOVE LINC-STAGE (CX) TO EXP-STAGE (CX)
036500         END-PERFORM
036600       END-IF;
036700       IF LINC-JOBID = 'DEFAULT' AND NOT DEFAULT-CARD-FOUND
036800        THEN
036900         SET DEFAULT-CARD-FOUND TO TRUE;
037000         PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 7
037100           MOVE LINC-STAGE (CX) TO DEF-STAGE (CX)
037200         END-PERFORM
037300       END-IF
037400     END-IF.
037500     EJECT
037600 TITLE 'Gather the Job Lineage'.
037700 0100-LOAD-LINEAGE.
037800* the job's records from the window date on; the earliest later
037900* window any of its window stages were recorded under bounds
038000* the extracts and reprints that belong to this one.
038100     OPEN INPUT LIN-FILE.
038200     SET LIN-NOTEOF TO TRUE.
038300     PERFORM UNTIL LIN-EOF
038400       READ LIN-FILE INTO WK-LIN-RECORD
038500        AT END
038600         SET LIN-EOF TO TRUE
038700        NOT AT END
038800         IF WL-JOBID = RUN-JOBID
038900            AND WL-WINDOW-DATE NOT < RUN-DATE
039000          THEN
039100           PERFORM 0110-HOLD-LINEAGE
039200         END-IF
039300       END-READ
039400     END-PERFORM.
039500     CLOSE LIN-FILE.
039600 0110-HOLD-LINEAGE.
039700     IF WL-WINDOW-DATE > RUN-DATE
039800        AND (WL-STAGE = 'INPUT' OR WL-STAGE = 'ACIFOUT')
039900        AND (NEXT-WINDOW-DATE = ZERO
040000             OR WL-WINDOW-DATE < NEXT-WINDOW-DATE)
040100      THEN
040200       MOVE WL-WINDOW-DATE TO NEXT-WINDOW-DATE
040300     END-IF.
040400     IF HLD-CNTR < MAX-HELD
040500      THEN
040600       ADD 1 TO HLD-CNTR;
040700       SET HLD-INDEX TO HLD-CNTR;
040800       MOVE WK-LIN-RECORD TO HLD-ENTRY (HLD-INDEX)
040900      ELSE
041000       SET HELD-TABLE-FULL TO TRUE
041100     END-IF.
041200     EJECT
041300 TITLE 'Print the Lineage Tree'.
041400 0200-PRINT-TREE.
041500     OPEN OUTPUT PRINT-FILE.
041600     MOVE RUN-JOBID TO PT-JOBID.
041700     MOVE RUN-DATE TO PT-DATE.
041800     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
041900     WRITE PRINT-RECORD FROM PAGE-TITLE.
042000     MOVE LENGTH OF LINE-COLUMNS TO PRINT-REC-LEN.
042100     WRITE PRINT-RECORD FROM LINE-COLUMNS.
042200     PERFORM 0210-PRINT-STAGE
042300         VARYING SX FROM 1 BY 1
042400         UNTIL SX > 7.
042500 0210-PRINT-STAGE.
042600* every record of the stage that belongs to the window, then
042700* the flag when the stage was expected and nothing was.
042800     MOVE ZERO TO STAGE-HITS.
042900     PERFORM 0220-PRINT-IF-IN-STAGE
043000         VARYING HLD-INDEX FROM 1 BY 1
043100         UNTIL HLD-INDEX > HLD-CNTR.
043200     IF STAGE-HITS = ZERO
043300      THEN
043400       PERFORM 0230-CHECK-EXPECTED
043500     END-IF.
043600 0220-PRINT-IF-IN-STAGE.
043700     MOVE HLD-ENTRY (HLD-INDEX) TO WK-LIN-RECORD.
043800     IF WL-STAGE = ST-STAGE (SX)
043900      THEN
044000       IF (ST-IN-WINDOW (SX) AND WL-WINDOW-DATE = RUN-DATE)
044100          OR (ST-ON-DEMAND (SX)
044200              AND (NEXT-WINDOW-DATE = ZERO
044300                   OR WL-WINDOW-DATE < NEXT-WINDOW-DATE))
044400        THEN
044500         ADD 1 TO STAGE-HITS, SHOWN-CNTR;
044600         PERFORM 0240-PRINT-LINEAGE-LINE
044700       END-IF
044800     END-IF.
044900 0230-CHECK-EXPECTED.
045000     PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 7
045100       IF EXP-STAGE (CX) = ST-STAGE (SX)
045200        THEN
045300         ADD 1 TO MISSING-CNTR;
045400         MOVE SPACES TO LM-TREE;
045500         MOVE ST-STAGE (SX)
045600           TO LM-TREE (ST-DEPTH (SX) * 2 + 1 : 8);
045700         MOVE LENGTH OF LINE-MISSING TO PRINT-REC-LEN;
045800         WRITE PRINT-RECORD FROM LINE-MISSING;
045900         MOVE 8 TO CX
046000       END-IF
046100     END-PERFORM.
046200 0240-PRINT-LINEAGE-LINE.
046300* a record without a dataset name of its own (an extract's
046400* output, a reprint run) shows what it was made from, if known.
046500     MOVE SPACES TO LL-TREE.
046600     MOVE WL-STAGE TO LL-TREE (ST-DEPTH (SX) * 2 + 1 : 8).
046700     IF WL-DSNAME NOT = SPACES
046800      THEN
046900       MOVE WL-DSNAME TO LL-DSNAME
047000      ELSE
047100       IF WL-PARENT NOT = SPACES
047200        THEN
047300         MOVE SPACES TO LL-DSNAME;
047400         STRING 'FROM ' WL-PARENT DELIMITED BY SIZE
047500           INTO LL-DSNAME
047600        ELSE
047700         MOVE '(NO DATASET NAME RECORDED)' TO LL-DSNAME
047800       END-IF
047900     END-IF.
048000     MOVE WL-DETAIL TO LL-DETAIL.
048100     MOVE WL-PGMNAME TO LL-PGMNAME.
048200     MOVE WL-DATE TO LL-DATE.
048300     MOVE WL-TIME TO LL-TIME.
048400     MOVE LENGTH OF LINE-LINEAGE TO PRINT-REC-LEN.
048500     WRITE PRINT-RECORD FROM LINE-LINEAGE.
048600     EJECT
048700 TITLE 'Terminate'.
048800 0900-TERMINATE.
048900     MOVE '0' TO LT-CC.
049000     MOVE 'DATASETS IN THE LINEAGE' TO LT-LABEL.
049100     MOVE SHOWN-CNTR TO LT-COUNT.
049200     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
049300     WRITE PRINT-RECORD FROM LINE-TOTAL.
049400     MOVE SPACE TO LT-CC.
049500     MOVE 'EXPECTED STAGES NEVER PRODUCED' TO LT-LABEL.
049600     MOVE MISSING-CNTR TO LT-COUNT.
049700     WRITE PRINT-RECORD FROM LINE-TOTAL.
049800     IF HELD-TABLE-FULL
049900      THEN
050000       MOVE 'LINEAGE TABLE FULL - LATER RECORDS NOT SHOWN'
050100         TO LN-TEXT;
050200       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
050300       WRITE PRINT-RECORD FROM LINE-NOTICE
050400     END-IF.
050500     CLOSE PRINT-FILE.
050600     MOVE MISSING-CNTR TO COUNT-DISP.
050700     DISPLAY PGMNAME ' JOB ' RUN-JOBID ' WINDOW ' RUN-DATE ','
050800         COUNT-DISP ' EXPECTED STAGES NEVER PRODUCED.'.
050900 END PROGRAM APKLINR.
