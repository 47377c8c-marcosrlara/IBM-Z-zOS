000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000150* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000150*    STATEMENTS OF REPORTS APKEDLV TOOK OFF PRINT BECAUSE        *!@03A
000150*    THEIR SUBSCRIPTION LAPSED (A IN GXRF-DELIVERY) ARE NEVER    *!@03A
000150*    MAILED, SO ARE NOT SAMPLED.                                 *!@03A
000175* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000175*    STATEMENTS APKEDLV DROPPED UNDER A SUPPRESSION RULE (S IN   *!@02A
000175*    GXRF-DELIVERY) ARE NEVER MAILED, SO ARE NOT SAMPLED.        *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKQCSMP.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program picks the quality-control sample of
000900               a statement run, so a person looks at a proof of
001000               each job's statements before any of them is put
001100               in an envelope. It reads the job's own APKGXRF
001200               group cross-reference (the last contribution,
001300               this run's, as APKEDLV and APKPSORT read it) and
001400               picks, from the statements that go to the mail:
001500                 FIRST    the first statement mailed
001600                 LAST     the last statement mailed
001700                 LARGEST  the statement with the most pages
001800                 WATCH    every statement named on the watch
001900                          list
002000                 RANDOM   a number of the rest, chosen at
002100                          random, set per job
002200               Statements delivered electronically, held for a    !@02C
002300               bad address or suppressed by rule (E, R or S in    !@02C
002400               column 73) and those on the APKHLDC legal-hold     !@02C
002500               member are never mailed, and are not sampled.      !@02C
002600
002700               Each pick is written as an APKGXEXT request card
002800               carrying its own page range (group name in
002900               columns 1-44, first page in columns 46-53, last
003000               page in columns 55-62, job id in columns 64-71),
003100               so the APKGXEXT step that follows cuts the whole
003200               sample out of the job's output into one proof
003300               AFP dataset. The picks are listed in the job log
003400               with the reason for each.
003500
003600               A sign-off record for the job is then appended to
003700               the QC sign-off log with status P, awaiting
003800               sign-off. APKQCSGN records the reviewer's
003900               approval or rejection in the same log, and
004000               APKINSCF writes no inserter record for a job
004100               whose latest sign-off in the window is not an
004200               approval. A rerun of the job samples it again and
004300               so needs a fresh sign-off.
004400
004500               The EXEC PARM is the job id (the JOBID symbolic).
004600
004700               Allocate these DDs:
004800                 APKGXRF  - this job's group cross-reference
004900                            contributions, read only
005000                 APKHLDC  - the legal-hold member APKOUTXT
005100                            diverts by, one group name per card
005200                 APKQCC   - the sample size cards: a job id in
005300                            columns 1-8 (or DEFAULT, for every
005400                            job without its own card) and the
005500                            number of random picks in columns
005600                            10-13; with no card at all 5 are
005700                            picked. * in column 1 is a comment
005800                 APKQCWL  - the watch list: one group name per
005900                            card in columns 1-44, * in column 1
006000                            a comment
006100                 APKGXQI  - the request cards written, 80 bytes
006200                 APKQCSO  - the QC sign-off log (RECFM FB, LRECL
006300                            80), DISP=MOD
006400                 APKWSTA  - the window-state record the sign-off
006500                            is kept under, read only
006600
006700               At most 40 statements are picked, the most one
006800               APKGXEXT run takes: the mandatory picks come
006900               first, and the random ones fill what is left up
007000               to the job's number. Watch-list statements that
007100               do not fit are named in the job log and the step
007200               ends with return code 4. A job with no statement
007300               to mail writes no sign-off record, since there is
007400               nothing to insert, and ends with return code 4;
007500               no job id in the PARM ends it with return code 8.
007600 DATE-WRITTEN. 15 Oct 2026.
007700 DATE-COMPILED.
007800 SECURITY. IBM SAMPLE CODE ONLY.
007900*/**************************************************************/
008000*/* Licensed under the Apache License, Version 2.0 (the        */
008100*/* "License"); you may not use this file except in compliance */
008200*/* with the License. You may obtain a copy of the License at  */
008300*/*                                                            */
008400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
008500*/*                                                            */
008600*/* Unless required by applicable law or agreed to in writing, */
008700*/* software distributed under the License is distributed on an*/
008800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
008900*/* KIND, either express or implied.  See the License for the  */
009000*/* specific language governing permissions and limitations    */
009100*/* under the License.                                         */
009200*/*------------------------------------------------------------*/
009300*/*                                                            */
009400*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
009500*/*                                                            */
009600*/*   Permission to use, copy, modify, and distribute          */
009700*/*   this software for any purpose with or without fee        */
009800*/*   is hereby granted, provided that the above               */
009900*/*   copyright notices appear in all copies.                  */
010000*/*                                                            */
010100*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
010200*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
010300*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
010400*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
010500*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
010600*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
010700*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
010800*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
010900*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
011000*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
011100*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
011200*/**************************************************************/
011300 TITLE 'ACIF Quality-Control Sample Selection'.
011400 ENVIRONMENT DIVISION.
011500 CONFIGURATION SECTION.
011600 SOURCE-COMPUTER. IBM-370.
011700 OBJECT-COMPUTER. IBM-370.
011800 INPUT-OUTPUT SECTION.
011900 FILE-CONTROL.
012000     SELECT GXRF-FILE ASSIGN TO APKGXRF
012100         ORGANIZATION SEQUENTIAL.
012200     SELECT HOLD-CTL-FILE ASSIGN TO APKHLDC
012300         ORGANIZATION SEQUENTIAL.
012400     SELECT QCC-FILE ASSIGN TO APKQCC
012500         ORGANIZATION SEQUENTIAL.
012600     SELECT WATCH-FILE ASSIGN TO APKQCWL
012700         ORGANIZATION SEQUENTIAL.
012800     SELECT QUERY-FILE ASSIGN TO APKGXQI
012900         ORGANIZATION SEQUENTIAL.
013000     SELECT QCSO-FILE ASSIGN TO APKQCSO
013100         ORGANIZATION SEQUENTIAL.
013200     SELECT WSTA-FILE ASSIGN TO APKWSTA
013300         ORGANIZATION SEQUENTIAL.
013400     EJECT
013500 DATA DIVISION.
013600 FILE SECTION.
013700* group name/first page/last page/job name cross-reference
013800* record, one per named group, written by APKOUTXT; each ACIF
013900* run's contribution is closed by a trailer.
014000 FD  GXRF-FILE
014100     LABEL RECORDS STANDARD
014200     RECORDING MODE F
014300     BLOCK CONTAINS 0
014400     RECORD CONTAINS 80 CHARACTERS.
014500 01  GXRF-RECORD.
014600     05  GXRF-GRPNAME        PIC X(44).
014700     05  FILLER              PIC X.
014800     05  GXRF-FIRST-PAGE     PIC 9(8).
014900     05  FILLER              PIC X.
015000     05  GXRF-LAST-PAGE      PIC 9(8).
015100     05  FILLER              PIC X.
015200     05  GXRF-JOBNAME        PIC X(8).
015300     05  FILLER              PIC X.
015400     05  GXRF-DELIVERY       PIC X.
015500         88  GXRF-EDELIVERED VALUE 'E'.
015600         88  GXRF-ADDR-HELD  VALUE 'R'.
015650         88  GXRF-SUPPRESSED VALUE 'S'.                           !@02A
015675         88  GXRF-ARCHIVE-ONLY VALUE 'A'.                         !@03A
015700     05  FILLER              PIC X(7).
015800 FD  HOLD-CTL-FILE
015900     LABEL RECORDS STANDARD
016000     RECORDING MODE F
016100     BLOCK CONTAINS 0
016200     RECORD CONTAINS 80 CHARACTERS.
016300 01  HOLD-CTL-RECORD.
016400     05  HCTL-GRPNAME        PIC X(44).
016500     05  FILLER              PIC X(36).
016600* the sample size cards.
016700 FD  QCC-FILE
016800     LABEL RECORDS STANDARD
016900     RECORDING MODE F
017000     BLOCK CONTAINS 0
017100     RECORD CONTAINS 80 CHARACTERS.
017200 01  QCC-CARD.
017300     05  QCC-JOBID           PIC X(8).
017400     05  FILLER              PIC X.
017500     05  QCC-COUNT           PIC X(4).
017600     05  QCC-COUNT-N         REDEFINES QCC-COUNT
017700                             PIC 9(4).
017800     05  FILLER              PIC X(67).
017900 FD  WATCH-FILE
018000     LABEL RECORDS STANDARD
018100     RECORDING MODE F
018200     BLOCK CONTAINS 0
018300     RECORD CONTAINS 80 CHARACTERS.
018400 01  WATCH-CARD.
018500     05  WCH-GRPNAME         PIC X(44).
018600     05  FILLER              PIC X(36).
018700* one request card per pick, in the APKGXRF layout APKGXEXT
018800* takes as it stands.
018900 FD  QUERY-FILE
019000     LABEL RECORDS STANDARD
019100     RECORDING MODE F
019200     BLOCK CONTAINS 0
019300     RECORD CONTAINS 80 CHARACTERS.
019400 01  QUERY-CARD.
019500     05  QRY-GRPNAME         PIC X(44).
019600     05  FILLER              PIC X.
019700     05  QRY-FIRST-PAGE      PIC 9(8).
019800     05  FILLER              PIC X.
019900     05  QRY-LAST-PAGE       PIC 9(8).
020000     05  FILLER              PIC X.
020100     05  QRY-JOBNAME         PIC X(8).
020200     05  FILLER              PIC X(9).
020300* the QC sign-off log: one record per sample taken (P) and per
020400* reviewer's decision on it (A approved, R rejected).
020500 FD  QCSO-FILE
020600     LABEL RECORDS STANDARD
020700     RECORDING MODE F
020800     BLOCK CONTAINS 0
020900     RECORD CONTAINS 80 CHARACTERS.
021000 01  QCSO-RECORD.
021100     05  QCSO-JOBID          PIC X(8).
021200     05  QCSO-WINDOW-DATE    PIC 9(8).
021300     05  QCSO-STATUS         PIC X.
021400     05  QCSO-SAMPLED        PIC 9(4).
021500     05  QCSO-GROUPS         PIC 9(8).
021600     05  QCSO-REVIEWER       PIC X(8).
021700     05  QCSO-DATE           PIC 9(8).
021800     05  QCSO-TIME           PIC 9(6).
021900     05  QCSO-NOTE           PIC X(24).
022000     05  FILLER              PIC X(5).
022100* the one-record window state, as APKWSTAT keeps it.
022200 FD  WSTA-FILE
022300     LABEL RECORDS STANDARD
022400     RECORDING MODE F
022500     BLOCK CONTAINS 0
022600     RECORD CONTAINS 80 CHARACTERS.
022700 01  WSTA-RECORD.
022800     05  WST-DATE            PIC 9(8).
022900     05  FILLER              PIC X(72).
023000     EJECT
023100 WORKING-STORAGE SECTION.
023200 77  PGMNAME                 PIC X(8) VALUE 'APKQCSMP'.
023300 77  GXRF-EOF-FLAG           PIC X VALUE LOW-VALUE.
023400     88  GXRF-EOF            VALUE HIGH-VALUE.
023500     88  GXRF-NOTEOF         VALUE LOW-VALUE.
023600 77  HOLD-CTL-EOF-FLAG       PIC X VALUE LOW-VALUE.
023700     88  HOLD-CTL-EOF        VALUE HIGH-VALUE.
023800     88  HOLD-CTL-NOTEOF     VALUE LOW-VALUE.
023900 77  QCC-EOF-FLAG            PIC X VALUE LOW-VALUE.
024000     88  QCC-EOF             VALUE HIGH-VALUE.
024100     88  QCC-NOTEOF          VALUE LOW-VALUE.
024200 77  WATCH-EOF-FLAG          PIC X VALUE LOW-VALUE.
024300     88  WATCH-EOF           VALUE HIGH-VALUE.
024400     88  WATCH-NOTEOF        VALUE LOW-VALUE.
024500 77  GROUP-HELD-FLAG         PIC X VALUE 'N'.
024600     88  GROUP-HELD          VALUE 'Y'.
024700     88  GROUP-NOT-HELD      VALUE 'N'.
024800 77  GROUP-WATCHED-FLAG      PIC X VALUE 'N'.
024900     88  GROUP-WATCHED       VALUE 'Y'.
025000     88  GROUP-NOT-WATCHED   VALUE 'N'.
025100 77  PICKED-FLAG             PIC X VALUE 'N'.
025200     88  ALREADY-PICKED      VALUE 'Y'.
025300     88  NOT-YET-PICKED      VALUE 'N'.
025400 77  JOB-CARD-FLAG           PIC X VALUE 'N'.
025500     88  JOB-CARD-FOUND      VALUE 'Y'.
025600* the job id from the PARM.
025700 77  QC-JOBID                PIC X(8) VALUE SPACES.
025800* the cross-reference file holds one contribution per ACIF run
025900* in the job, each closed by its trailer; this run's is the
026000* last, so the records ahead of it are passed over.
026100 77  GXRF-SKIP-CNTR          PIC 9(8) BINARY VALUE ZERO.
026200 77  GXRF-REC-CNTR           PIC 9(8) BINARY VALUE ZERO.
026300 77  GXRF-PREV-START         PIC 9(8) BINARY VALUE ZERO.
026400 77  GXRF-CURR-START         PIC 9(8) BINARY VALUE ZERO.
026500* the number of random picks, from the job's own card or the
026600* DEFAULT card, held to what the pick table leaves room for.
026700 77  SAMPLE-SIZE             PIC 9(4) BINARY VALUE 5.
026800 77  DEFAULT-SIZE            PIC 9(4) BINARY VALUE 5.
026900 77  MAX-SAMPLE-SIZE         PIC 9(4) BINARY VALUE 35.
027000 77  MAX-PICKS               PIC 9(4) BINARY VALUE 40.
027100 77  MAILED-CNTR             PIC 9(8) BINARY VALUE ZERO.
027200 77  CAND-CNTR               PIC 9(8) BINARY VALUE ZERO.
027300 77  RANDOM-CNTR             PIC 9(4) BINARY VALUE ZERO.
027400 77  WATCH-OVER-CNTR         PIC 9(4) BINARY VALUE ZERO.
027500 77  GRP-PAGES               PIC 9(8) BINARY VALUE ZERO.
027600 77  MOST-PAGES              PIC 9(8) BINARY VALUE ZERO.
027700 77  DISP-CNTR               PIC ZZZZ,ZZ9.
027800 77  DISP-PICKS              PIC ZZ9.
027900* the random choice: a multiplicative congruential generator
028000* seeded from the time of day, each draw the remainder of the
028100* seed times 16807 over 2147483647.
028200 77  RANDOM-SEED             PIC 9(10) BINARY VALUE ZERO.
028300 77  RANDOM-PRODUCT          PIC 9(15) COMP-3 VALUE ZERO.
028400 77  RANDOM-QUOTIENT         PIC 9(15) COMP-3 VALUE ZERO.
028500 77  RANDOM-SLOT             PIC 9(8) BINARY VALUE ZERO.
028600 77  WINDOW-DATE             PIC 9(8) VALUE ZERO.
028700 77  NOW-DATE                PIC 9(8) VALUE ZERO.
028800 01  NOW-TIME.
028900     05  NOW-HHMMSS          PIC 9(6).
029000     05  NOW-HUNDREDTHS      PIC 99.
029100 01  NOW-TIME-N              REDEFINES NOW-TIME
029200                             PIC 9(8).
029300* the statement in hand and the mandatory picks; each carries
029400* its place in the mailing order, which tells picks apart.
029500 01  CURR-GROUP.
029600     05  CG-GRPNAME          PIC X(44).
029700     05  CG-FIRST-PAGE       PIC 9(8).
029800     05  CG-LAST-PAGE        PIC 9(8).
029900     05  CG-SEQ              PIC 9(8).
030000 01  FIRST-GROUP             PIC X(68) VALUE SPACES.
030100 01  LAST-GROUP              PIC X(68) VALUE SPACES.
030200 01  LARGEST-GROUP           PIC X(68) VALUE SPACES.
030300 01  PICK-REASON             PIC X(8) VALUE SPACES.
030400* the hold list and the watch list.
030500 01  HOLD-LIST-TABLE.
030600     05  HL-CNTR             PIC 9(4) BINARY VALUE ZERO.
030700     05  HL-ENTRY            OCCURS 50 TIMES
030800                             DEPENDING ON HL-CNTR
030900                             INDEXED BY HL-INDEX
031000                             PIC X(44).
031100 01  WATCH-LIST-TABLE.
031200     05  WL-CNTR             PIC 9(4) BINARY VALUE ZERO.
031300     05  WL-ENTRY            OCCURS 50 TIMES
031400                             DEPENDING ON WL-CNTR
031500                             INDEXED BY WL-INDEX
031600                             PIC X(44).
031700* the watch-list statements found in the job.
031800 01  WATCH-HIT-TABLE.
031900     05  WH-CNTR             PIC 9(4) BINARY VALUE ZERO.
032000     05  WH-ENTRY            OCCURS 40 TIMES
032100                             DEPENDING ON WH-CNTR
032200                             INDEXED BY WH-INDEX
032300                             PIC X(68).
032400* the random candidates kept so far: every statement after the
032500* first that is not on the watch list has the same chance of
032600* holding a slot when the file ends. Two slots more than the
032700* sample are kept, for the LAST and LARGEST picks that can only
032800* be known at the end.
032900 01  RESERVOIR-TABLE.
033000     05  RS-SIZE             PIC 9(4) BINARY VALUE ZERO.
033100     05  RS-CNTR             PIC 9(4) BINARY VALUE ZERO.
033200     05  RS-ENTRY            OCCURS 37 TIMES
033300                             INDEXED BY RS-INDEX
033400                             PIC X(68).
033500* the picks, in the order taken.
033600 01  PICK-TABLE.
033700     05  PK-CNTR             PIC 9(4) BINARY VALUE ZERO.
033800     05  PK-ENTRY            OCCURS 40 TIMES
033900                             DEPENDING ON PK-CNTR
034000                             INDEXED BY PK-INDEX.
034100         10  PK-GROUP.
034200             15  PK-GRPNAME  PIC X(44).
034300             15  PK-FIRST-PAGE
034400                             PIC 9(8).
034500             15  PK-LAST-PAGE
034600                             PIC 9(8).
034700             15  PK-SEQ      PIC 9(8).
034800         10  PK-REASON       PIC X(8).
034900 LINKAGE SECTION.
035000 01  PARM-AREA.
035100     05  PARM-LEN            PIC S9(4) BINARY.
035200     05  PARM-DATA           PIC X(8).
035300 TITLE 'Initialization and Main Line'.
035400 PROCEDURE DIVISION USING PARM-AREA.
035500 0000-MAINLINE.
035600     IF PARM-LEN > 8
035700      THEN
035800       MOVE 8 TO PARM-LEN
035900     END-IF.
036000     IF PARM-LEN > ZERO
036100      THEN
036200       MOVE PARM-DATA (1 : PARM-LEN) TO QC-JOBID
036300     END-IF.
036400     IF QC-JOBID = SPACES
036500      THEN
036600       DISPLAY PGMNAME ' NO JOB ID IN THE PARM. NOTHING SAMPLED.';
036700       MOVE 8 TO RETURN-CODE;
036800       STOP RUN
036900     END-IF.
037000     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
037100     ACCEPT NOW-TIME FROM TIME.
037200     COMPUTE RANDOM-SEED = NOW-TIME-N + 1.
037300     PERFORM 0010-LOAD-SAMPLE-SIZE.
037400     PERFORM 0020-LOAD-HOLD-LIST.
037500     PERFORM 0030-LOAD-WATCH-LIST.
037600     COMPUTE RS-SIZE = SAMPLE-SIZE + 2.
037700     PERFORM 0050-FIND-CONTRIBUTION.
037800     PERFORM 0100-READ-GROUP
037900         UNTIL GXRF-EOF.
038000     CLOSE GXRF-FILE.
038100     OPEN OUTPUT QUERY-FILE.
038200     IF MAILED-CNTR = ZERO
038300      THEN
038400       CLOSE QUERY-FILE;
038500       DISPLAY PGMNAME ' JOB ' QC-JOBID ' HAS NO STATEMENT TO'
038600         ' MAIL. NOTHING SAMPLED.';
038700       MOVE 4 TO RETURN-CODE;
038800       STOP RUN
038900     END-IF.
039000     PERFORM 0200-TAKE-PICKS.
039100     PERFORM 0300-WRITE-PICK
039200         VARYING PK-INDEX FROM 1 BY 1
039300         UNTIL PK-INDEX > PK-CNTR.
039400     CLOSE QUERY-FILE.
039500     PERFORM 0400-READ-WINDOW-DATE.
039600     PERFORM 0410-WRITE-SIGNOFF.
039700     MOVE MAILED-CNTR TO DISP-CNTR.
039800     MOVE PK-CNTR TO DISP-PICKS.
039900     DISPLAY PGMNAME ' JOB ' QC-JOBID ' ' DISP-PICKS
040000         ' STATEMENTS SAMPLED OF' DISP-CNTR
040100         '. AWAITING QC SIGN-OFF.'.
040200     IF WATCH-OVER-CNTR > ZERO
040300      THEN
040400       MOVE WATCH-OVER-CNTR TO DISP-PICKS;
040500       DISPLAY PGMNAME ' ' DISP-PICKS ' WATCH-LIST'
040600         ' STATEMENTS DID NOT FIT IN THE SAMPLE.';
040700       MOVE 4 TO RETURN-CODE
040800      ELSE
040900       MOVE ZERO TO RETURN-CODE
041000     END-IF.
041100     STOP RUN.
041200 0010-LOAD-SAMPLE-SIZE.
041300* the job's own card wins over the DEFAULT card; a non-numeric
041400* count ignores its card.
041500     OPEN INPUT QCC-FILE.
041600     SET QCC-NOTEOF TO TRUE.
041700     PERFORM UNTIL QCC-EOF
041800       READ QCC-FILE
041900        AT END
042000         SET QCC-EOF TO TRUE
042100        NOT AT END
042200         IF QCC-JOBID (1 : 1) NOT = '*' AND QCC-COUNT NUMERIC
042300          THEN
042400           EVALUATE QCC-JOBID
042500            WHEN QC-JOBID
042600             MOVE QCC-COUNT-N TO SAMPLE-SIZE;
042700             SET JOB-CARD-FOUND TO TRUE
042800            WHEN 'DEFAULT'
042900             MOVE QCC-COUNT-N TO DEFAULT-SIZE
043000            WHEN OTHER
043100             CONTINUE
043200           END-EVALUATE
043300         END-IF
043400       END-READ
043500     END-PERFORM.
043600     CLOSE QCC-FILE.
043700     IF NOT JOB-CARD-FOUND
043800      THEN
043900       MOVE DEFAULT-SIZE TO SAMPLE-SIZE
044000     END-IF.
044100     IF SAMPLE-SIZE > MAX-SAMPLE-SIZE
044200      THEN
044300       MOVE MAX-SAMPLE-SIZE TO SAMPLE-SIZE
044400     END-IF.
044500 0020-LOAD-HOLD-LIST.
044600* the legal-hold group names APKOUTXT diverts by; an absent
044700* or empty member holds nothing, as in the exit.
044800     OPEN INPUT HOLD-CTL-FILE.
044900     SET HOLD-CTL-NOTEOF TO TRUE.
045000     PERFORM UNTIL HOLD-CTL-EOF
045100       READ HOLD-CTL-FILE
045200        AT END
045300         SET HOLD-CTL-EOF TO TRUE
045400        NOT AT END
045500         IF HCTL-GRPNAME NOT = SPACES
045600            AND HCTL-GRPNAME (1 : 1) NOT = '*'
045700            AND HL-CNTR < 50
045800          THEN
045900           ADD 1 TO HL-CNTR;
046000           SET HL-INDEX TO HL-CNTR;
046100           MOVE HCTL-GRPNAME TO HL-ENTRY (HL-INDEX)
046200         END-IF
046300       END-READ
046400     END-PERFORM.
046500     CLOSE HOLD-CTL-FILE.
046600 0030-LOAD-WATCH-LIST.
046700     OPEN INPUT WATCH-FILE.
046800     SET WATCH-NOTEOF TO TRUE.
046900     PERFORM UNTIL WATCH-EOF
047000       READ WATCH-FILE
047100        AT END
047200         SET WATCH-EOF TO TRUE
047300        NOT AT END
047400         IF WCH-GRPNAME NOT = SPACES
047500            AND WCH-GRPNAME (1 : 1) NOT = '*'
047600            AND WL-CNTR < 50
047700          THEN
047800           ADD 1 TO WL-CNTR;
047900           SET WL-INDEX TO WL-CNTR;
048000           MOVE WCH-GRPNAME TO WL-ENTRY (WL-INDEX)
048100         END-IF
048200       END-READ
048300     END-PERFORM.
048400     CLOSE WATCH-FILE.
048500 0050-FIND-CONTRIBUTION.
048600* one pass counts the records ahead of the last contribution;
048700* the file is then reopened and positioned there.
048800     OPEN INPUT GXRF-FILE.
048900     SET GXRF-NOTEOF TO TRUE.
049000     PERFORM UNTIL GXRF-EOF
049100       READ GXRF-FILE
049200        AT END
049300         SET GXRF-EOF TO TRUE
049400        NOT AT END
049500         ADD 1 TO GXRF-REC-CNTR;
049600         IF GXRF-GRPNAME (1 : 8) = '*TRAILER'
049700          THEN
049800           MOVE GXRF-CURR-START TO GXRF-PREV-START;
049900           MOVE GXRF-REC-CNTR TO GXRF-CURR-START
050000         END-IF
050100       END-READ
050200     END-PERFORM.
050300     CLOSE GXRF-FILE.
050400* a file ending in a trailer ends with this run's contribution,
050500* which began after the trailer before it.
050600     IF GXRF-CURR-START = GXRF-REC-CNTR
050700      THEN
050800       MOVE GXRF-PREV-START TO GXRF-SKIP-CNTR
050900      ELSE
051000       MOVE GXRF-CURR-START TO GXRF-SKIP-CNTR
051100     END-IF.
051200     SET GXRF-NOTEOF TO TRUE.
051300     OPEN INPUT GXRF-FILE.
051400     PERFORM 0055-SKIP-GXRF-RECORD
051500         UNTIL GXRF-SKIP-CNTR = ZERO OR GXRF-EOF.
051600 0055-SKIP-GXRF-RECORD.
051700     READ GXRF-FILE
051800      AT END
051900       SET GXRF-EOF TO TRUE
052000     END-READ.
052100     SUBTRACT 1 FROM GXRF-SKIP-CNTR.
052200 0100-READ-GROUP.
052300* the contribution's trailer ends it; only statements that go
052400* to the mail are sampled.
052500     READ GXRF-FILE
052600      AT END
052700       SET GXRF-EOF TO TRUE
052800      NOT AT END
052900       IF GXRF-GRPNAME (1 : 8) = '*TRAILER'
053000        THEN
053100         SET GXRF-EOF TO TRUE
053200        ELSE
053300         PERFORM 0110-CHECK-HOLD-LIST;
053400         IF GROUP-NOT-HELD
053500            AND NOT GXRF-EDELIVERED AND NOT GXRF-ADDR-HELD
053550            AND NOT GXRF-SUPPRESSED                               !@02A
053575            AND NOT GXRF-ARCHIVE-ONLY                             !@03A
053600          THEN
053700           PERFORM 0120-NOTE-GROUP
053800         END-IF
053900       END-IF
054000     END-READ.
054100 0110-CHECK-HOLD-LIST.
054200     SET GROUP-NOT-HELD TO TRUE.
054300     IF HL-CNTR > 0
054400      THEN
054500       SET HL-INDEX TO 1;
054600       SEARCH HL-ENTRY
054700        AT END
054800         CONTINUE
054900        WHEN HL-ENTRY (HL-INDEX) = GXRF-GRPNAME
055000         SET GROUP-HELD TO TRUE
055100       END-SEARCH
055200     END-IF.
055300 0120-NOTE-GROUP.
055400* the first statement is a pick of its own; the last and the
055500* largest are only known at the end, and every other statement
055600* is either a watch-list pick or a random candidate.
055700     ADD 1 TO MAILED-CNTR.
055800     MOVE GXRF-GRPNAME TO CG-GRPNAME.
055900     MOVE GXRF-FIRST-PAGE TO CG-FIRST-PAGE.
056000     MOVE GXRF-LAST-PAGE TO CG-LAST-PAGE.
056100     MOVE MAILED-CNTR TO CG-SEQ.
056200     MOVE CURR-GROUP TO LAST-GROUP.
056300     COMPUTE GRP-PAGES = GXRF-LAST-PAGE - GXRF-FIRST-PAGE + 1.
056400     IF GRP-PAGES > MOST-PAGES
056500      THEN
056600       MOVE GRP-PAGES TO MOST-PAGES;
056700       MOVE CURR-GROUP TO LARGEST-GROUP
056800     END-IF.
056900     IF MAILED-CNTR = 1
057000      THEN
057100       MOVE CURR-GROUP TO FIRST-GROUP
057200      ELSE
057300       PERFORM 0130-CHECK-WATCH-LIST;
057400       IF GROUP-WATCHED
057500        THEN
057600         IF WH-CNTR < MAX-PICKS
057700          THEN
057800           ADD 1 TO WH-CNTR;
057900           SET WH-INDEX TO WH-CNTR;
058000           MOVE CURR-GROUP TO WH-ENTRY (WH-INDEX)
058100          ELSE
058200           ADD 1 TO WATCH-OVER-CNTR;
058300           DISPLAY PGMNAME ' WATCH-LIST STATEMENT NOT SAMPLED: '
058400             CG-GRPNAME
058500         END-IF
058600        ELSE
058700         PERFORM 0140-OFFER-CANDIDATE
058800       END-IF
058900     END-IF.
059000 0130-CHECK-WATCH-LIST.
059100     SET GROUP-NOT-WATCHED TO TRUE.
059200     IF WL-CNTR > 0
059300      THEN
059400       SET WL-INDEX TO 1;
059500       SEARCH WL-ENTRY
059600        AT END
059700         CONTINUE
059800        WHEN WL-ENTRY (WL-INDEX) = CG-GRPNAME
059900         SET GROUP-WATCHED TO TRUE
060000       END-SEARCH
060100     END-IF.
060200 0140-OFFER-CANDIDATE.
060300* the first candidates fill the slots; after that the k-th
060400* takes a slot, chosen at random, with a chance of slots in k.
060500     ADD 1 TO CAND-CNTR.
060600     IF CAND-CNTR NOT > RS-SIZE
060700      THEN
060800       ADD 1 TO RS-CNTR;
060900       SET RS-INDEX TO RS-CNTR;
061000       MOVE CURR-GROUP TO RS-ENTRY (RS-INDEX)
061100      ELSE
061200       PERFORM 0150-NEXT-RANDOM;
061300       DIVIDE RANDOM-SEED BY CAND-CNTR
061400           GIVING RANDOM-QUOTIENT
061500           REMAINDER RANDOM-SLOT;
061600       IF RANDOM-SLOT < RS-SIZE
061700        THEN
061800         ADD 1 TO RANDOM-SLOT;
061900         SET RS-INDEX TO RANDOM-SLOT;
062000         MOVE CURR-GROUP TO RS-ENTRY (RS-INDEX)
062100       END-IF
062200     END-IF.
062300 0150-NEXT-RANDOM.
062400     COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807.
062500     DIVIDE RANDOM-PRODUCT BY 2147483647
062600         GIVING RANDOM-QUOTIENT
062700         REMAINDER RANDOM-SEED.
062800 0200-TAKE-PICKS.
062900* the mandatory picks first, then the random ones up to the
063000* job's number; a statement picked twice is listed once.
063100     MOVE 'FIRST' TO PICK-REASON.
063200     MOVE FIRST-GROUP TO CURR-GROUP.
063300     PERFORM 0210-ADD-PICK.
063400     MOVE 'LAST' TO PICK-REASON.
063500     MOVE LAST-GROUP TO CURR-GROUP.
063600     PERFORM 0210-ADD-PICK.
063700     MOVE 'LARGEST' TO PICK-REASON.
063800     MOVE LARGEST-GROUP TO CURR-GROUP.
063900     PERFORM 0210-ADD-PICK.
064000     MOVE 'WATCH' TO PICK-REASON.
064100     PERFORM VARYING WH-INDEX FROM 1 BY 1
064200         UNTIL WH-INDEX > WH-CNTR
064300       MOVE WH-ENTRY (WH-INDEX) TO CURR-GROUP
064400       IF PK-CNTR < MAX-PICKS
064500        THEN
064600         PERFORM 0210-ADD-PICK
064700        ELSE
064800         ADD 1 TO WATCH-OVER-CNTR;
064900         DISPLAY PGMNAME ' WATCH-LIST STATEMENT NOT SAMPLED: '
065000           CG-GRPNAME
065100       END-IF
065200     END-PERFORM.
065300     MOVE 'RANDOM' TO PICK-REASON.
065400     PERFORM VARYING RS-INDEX FROM 1 BY 1
065500         UNTIL RS-INDEX > RS-CNTR
065600            OR RANDOM-CNTR NOT < SAMPLE-SIZE
065700            OR PK-CNTR NOT < MAX-PICKS
065800       MOVE RS-ENTRY (RS-INDEX) TO CURR-GROUP
065900       PERFORM 0210-ADD-PICK
066000       IF NOT-YET-PICKED
066100        THEN
066200         ADD 1 TO RANDOM-CNTR
066300       END-IF
066400     END-PERFORM.
066500 0210-ADD-PICK.
066600* NOT-YET-PICKED is left set when the statement was added.
066700     SET NOT-YET-PICKED TO TRUE.
066800     IF PK-CNTR > ZERO
066900      THEN
067000       SET PK-INDEX TO 1;
067100       SEARCH PK-ENTRY
067200        AT END
067300         CONTINUE
067400        WHEN PK-SEQ (PK-INDEX) = CG-SEQ
067500         SET ALREADY-PICKED TO TRUE
067600       END-SEARCH
067700     END-IF.
067800     IF NOT-YET-PICKED
067900      THEN
068000       ADD 1 TO PK-CNTR;
068100       SET PK-INDEX TO PK-CNTR;
068200       MOVE CURR-GROUP TO PK-GROUP (PK-INDEX);
068300       MOVE PICK-REASON TO PK-REASON (PK-INDEX)
068400     END-IF.
068500 0300-WRITE-PICK.
068600     MOVE SPACES TO QUERY-CARD.
068700     MOVE PK-GRPNAME (PK-INDEX) TO QRY-GRPNAME.
068800     MOVE PK-FIRST-PAGE (PK-INDEX) TO QRY-FIRST-PAGE.
068900     MOVE PK-LAST-PAGE (PK-INDEX) TO QRY-LAST-PAGE.
069000     MOVE QC-JOBID TO QRY-JOBNAME.
069100     WRITE QUERY-CARD.
069200     DISPLAY PGMNAME ' ' PK-REASON (PK-INDEX) ' '
069300         PK-GRPNAME (PK-INDEX) ' PAGES '
069400         PK-FIRST-PAGE (PK-INDEX) '-' PK-LAST-PAGE (PK-INDEX).
069500 0400-READ-WINDOW-DATE.
069600* the window's opening date; an empty state file leaves today's.
069700     MOVE NOW-DATE TO WINDOW-DATE.
069800     OPEN INPUT WSTA-FILE.
069900     READ WSTA-FILE
070000      AT END
070100       CONTINUE
070200      NOT AT END
070300       IF WST-DATE NUMERIC AND WST-DATE > ZERO
070400        THEN
070500         MOVE WST-DATE TO WINDOW-DATE
070600       END-IF
070700     END-READ.
070800     CLOSE WSTA-FILE.
070900 0410-WRITE-SIGNOFF.
071000     MOVE SPACES TO QCSO-RECORD.
071100     MOVE QC-JOBID TO QCSO-JOBID.
071200     MOVE WINDOW-DATE TO QCSO-WINDOW-DATE.
071300     MOVE 'P' TO QCSO-STATUS.
071400     MOVE PK-CNTR TO QCSO-SAMPLED.
071500     MOVE MAILED-CNTR TO QCSO-GROUPS.
071600     MOVE NOW-DATE TO QCSO-DATE.
071700     MOVE NOW-HHMMSS TO QCSO-TIME.
071800     MOVE 'AWAITING SIGN-OFF' TO QCSO-NOTE.
071900     OPEN EXTEND QCSO-FILE.
072000     WRITE QCSO-RECORD.
072100     CLOSE QCSO-FILE.
072200 END PROGRAM APKQCSMP.
