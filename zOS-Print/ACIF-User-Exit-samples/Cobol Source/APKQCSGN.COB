000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKQCSGN.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program records the reviewer's decision on a
000900               job's quality-control sample in the QC sign-off
001000               log. APKQCSMP picked the sample, APKGXEXT cut it
001100               into the job's proof AFP dataset, and the sample
001200               is awaiting sign-off (status P). Once the
001300               reviewer has looked at the proof, this program
001400               appends the decision: A, approved, lets APKINSCF
001500               write the job's inserter records; R, rejected,
001600               holds the job out of the inserter file and tells
001700               the operator.
001800
001900               The EXEC PARM is 'decision,jobid,reviewer,note':
002000                 decision - APPROVE or REJECT
002100                 jobid    - the job the sample was taken of
002200                 reviewer - who looked at the proof, up to 8
002300                            characters, required
002400                 note     - optional, up to 24 characters, the
002500                            reason for a rejection
002600               Only the job's latest sample in the current batch
002700               window (from the APKWSTAT window-state record)
002800               can be signed off, and only while it is awaiting
002900               sign-off: a decision already recorded stands until
003000               the job is run and sampled again.
003100
003200               A rejection is issued to the operator as APK026E
003300               and ends the step with return code 4. A PARM in
003400               error, or a job with no sample awaiting sign-off,
003500               records nothing and ends it with return code 8.
003600
003700               Allocate these DDs:
003800                 APKQCSO  - the QC sign-off log (RECFM FB, LRECL
003900                            80), DISP=MOD
004000                 APKWSTA  - the window-state record, read only
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
007800 TITLE 'ACIF Quality-Control Sign-Off'.
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER. IBM-370.
008200 OBJECT-COMPUTER. IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT QCSO-FILE ASSIGN TO APKQCSO
008600         ORGANIZATION SEQUENTIAL.
008700     SELECT WSTA-FILE ASSIGN TO APKWSTA
008800         ORGANIZATION SEQUENTIAL.
008900     EJECT
009000 DATA DIVISION.
009100 FILE SECTION.
009200* the QC sign-off log: one record per sample taken (P) and per
009300* reviewer's decision on it (A approved, R rejected).
009400 FD  QCSO-FILE
009500     LABEL RECORDS STANDARD
009600     RECORDING MODE F
009700     BLOCK CONTAINS 0
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  QCSO-RECORD.
010000     05  QCSO-JOBID          PIC X(8).
010100     05  QCSO-WINDOW-DATE    PIC 9(8).
010200     05  QCSO-STATUS         PIC X.
010300         88  QCSO-PENDING    VALUE 'P'.
010400         88  QCSO-APPROVED   VALUE 'A'.
010500         88  QCSO-REJECTED   VALUE 'R'.
010600     05  QCSO-SAMPLED        PIC 9(4).
010700     05  QCSO-GROUPS         PIC 9(8).
010800     05  QCSO-REVIEWER       PIC X(8).
010900     05  QCSO-DATE           PIC 9(8).
011000     05  QCSO-TIME           PIC 9(6).
011100     05  QCSO-NOTE           PIC X(24).
011200     05  FILLER              PIC X(5).
011300* the one-record window state, as APKWSTAT keeps it.
011400 FD  WSTA-FILE
011500     LABEL RECORDS STANDARD
011600     RECORDING MODE F
011700     BLOCK CONTAINS 0
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  WSTA-RECORD.
012000     05  WST-DATE            PIC 9(8).
012100     05  FILLER              PIC X(72).
012200     EJECT
012300 WORKING-STORAGE SECTION.
012400 77  PGMNAME                 PIC X(8) VALUE 'APKQCSGN'.
012500 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
012600 77  WTO-MSGID               PIC X(8) VALUE SPACES.
012700 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
012800 77  QCSO-EOF-FLAG           PIC X VALUE LOW-VALUE.
012900     88  QCSO-EOF            VALUE HIGH-VALUE.
013000     88  QCSO-NOTEOF         VALUE LOW-VALUE.
013100* the decision, job, reviewer and note from the PARM.
013200 77  QC-DECISION             PIC X(8) VALUE SPACES.
013300     88  QC-APPROVE          VALUE 'APPROVE'.
013400     88  QC-REJECT           VALUE 'REJECT'.
013500 77  QC-JOBID                PIC X(8) VALUE SPACES.
013600 77  QC-REVIEWER             PIC X(8) VALUE SPACES.
013700 77  QC-NOTE                 PIC X(24) VALUE SPACES.
013800 77  PARM-PTR                PIC 9(4) BINARY VALUE ZERO.
013900 77  PARM-FIELD-START        PIC 9(4) BINARY VALUE ZERO.
014000 77  PARM-FIELD-NO           PIC 9(4) BINARY VALUE ZERO.
014100 77  WINDOW-DATE             PIC 9(8) VALUE ZERO.
014200 77  NOW-DATE                PIC 9(8) VALUE ZERO.
014300 01  NOW-TIME.
014400     05  NOW-HHMMSS          PIC 9(6).
014500     05  FILLER              PIC 99.
014600* the job's latest record in the window, kept whole.
014700 77  LATEST-FLAG             PIC X VALUE 'N'.
014800     88  LATEST-FOUND        VALUE 'Y'.
014900 01  LATEST-RECORD.
015000     05  FILLER              PIC X(16).
015100     05  LT-STATUS           PIC X.
015200         88  LT-PENDING      VALUE 'P'.
015300     05  FILLER              PIC X(12).
015400     05  LT-REVIEWER         PIC X(8).
015500     05  FILLER              PIC X(43).
015600 LINKAGE SECTION.
015700 01  PARM-AREA.
015800     05  PARM-LEN            PIC S9(4) BINARY.
015900     05  PARM-DATA           PIC X(100).
016000 TITLE 'Record the Decision'.
016100 PROCEDURE DIVISION USING PARM-AREA.
016200 0000-MAINLINE.
016300     IF PARM-LEN > 100
016400      THEN
016500       MOVE 100 TO PARM-LEN
016600     END-IF.
016700     MOVE 1 TO PARM-FIELD-START, PARM-FIELD-NO.
016800     PERFORM 0005-PARSE-PARM-FIELD
016900         VARYING PARM-PTR FROM 1 BY 1
017000         UNTIL PARM-PTR > PARM-LEN.
017100     PERFORM 0005-PARSE-PARM-FIELD.
017200     IF NOT QC-APPROVE AND NOT QC-REJECT
017300      THEN
017400       DISPLAY PGMNAME ' THE PARM MUST START APPROVE OR REJECT.'
017500         ' NOTHING RECORDED.';
017600       MOVE 8 TO RETURN-CODE;
017700       STOP RUN
017800     END-IF.
017900     IF QC-JOBID = SPACES OR QC-REVIEWER = SPACES
018000      THEN
018100       DISPLAY PGMNAME ' NO JOB ID OR REVIEWER IN THE PARM.'
018200         ' NOTHING RECORDED.';
018300       MOVE 8 TO RETURN-CODE;
018400       STOP RUN
018500     END-IF.
018600     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
018700     ACCEPT NOW-TIME FROM TIME.
018800     PERFORM 0010-READ-WINDOW-DATE.
018900     PERFORM 0020-FIND-LATEST.
019000     IF NOT LATEST-FOUND
019100      THEN
019200       DISPLAY PGMNAME ' JOB ' QC-JOBID ' HAS NO QC SAMPLE IN THE'
019300         ' WINDOW OF ' WINDOW-DATE '. NOTHING RECORDED.';
019400       MOVE 8 TO RETURN-CODE;
019500       STOP RUN
019600     END-IF.
019700     IF NOT LT-PENDING
019800      THEN
019900       DISPLAY PGMNAME ' JOB ' QC-JOBID ' QC SAMPLE ALREADY'
020000         ' SIGNED OFF (' LT-STATUS ') BY ' LT-REVIEWER
020100         '. NOTHING RECORDED.';
020200       MOVE 8 TO RETURN-CODE;
020300       STOP RUN
020400     END-IF.
020500     PERFORM 0030-WRITE-DECISION.
020600     IF QC-REJECT
020700      THEN
020800       DISPLAY PGMNAME ' JOB ' QC-JOBID ' QC SAMPLE REJECTED BY '
020900         QC-REVIEWER ' ' QC-NOTE ' - JOB HELD FROM THE INSERTER.';
021000       MOVE 'APK026E' TO WTO-MSGID;
021100       MOVE SPACES TO WTO-MSGTEXT;
021200       STRING 'APKQCSGN JOB ' DELIMITED BY SIZE
021300           QC-JOBID DELIMITED BY SPACE
021400           ' QC SAMPLE REJECTED BY ' DELIMITED BY SIZE
021500           QC-REVIEWER DELIMITED BY SPACE
021600           ', JOB HELD' DELIMITED BY SIZE
021700         INTO WTO-MSGTEXT;
021800       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT;
021900       MOVE 4 TO RETURN-CODE
022000      ELSE
022100       DISPLAY PGMNAME ' JOB ' QC-JOBID ' QC SAMPLE APPROVED BY '
022200         QC-REVIEWER '.';
022300       MOVE ZERO TO RETURN-CODE
022400     END-IF.
022500     STOP RUN.
022600 0005-PARSE-PARM-FIELD.
022700* at a comma, or past the end of the PARM, the field just ended
022800* is stored: the decision, the job id, the reviewer, the note.
022900     IF PARM-PTR > PARM-LEN OR PARM-DATA (PARM-PTR : 1) = ','
023000      THEN
023100       IF PARM-PTR > PARM-FIELD-START
023200        THEN
023300         EVALUATE PARM-FIELD-NO
023400          WHEN 1
023500           MOVE PARM-DATA (PARM-FIELD-START :
023600                           PARM-PTR - PARM-FIELD-START)
023700             TO QC-DECISION
023800          WHEN 2
023900           MOVE PARM-DATA (PARM-FIELD-START :
024000                           PARM-PTR - PARM-FIELD-START)
024100             TO QC-JOBID
024200          WHEN 3
024300           MOVE PARM-DATA (PARM-FIELD-START :
024400                           PARM-PTR - PARM-FIELD-START)
024500             TO QC-REVIEWER
024600          WHEN 4
024700           MOVE PARM-DATA (PARM-FIELD-START :
024800                           PARM-PTR - PARM-FIELD-START)
024900             TO QC-NOTE
025000          WHEN OTHER
025100           CONTINUE
025200         END-EVALUATE
025300       END-IF;
025400       ADD 1 TO PARM-FIELD-NO;
025500       COMPUTE PARM-FIELD-START = PARM-PTR + 1
025600     END-IF.
025700 0010-READ-WINDOW-DATE.
025800* the window's opening date; an empty state file leaves today's.
025900     MOVE NOW-DATE TO WINDOW-DATE.
026000     OPEN INPUT WSTA-FILE.
026100     READ WSTA-FILE
026200      AT END
026300       CONTINUE
026400      NOT AT END
026500       IF WST-DATE NUMERIC AND WST-DATE > ZERO
026600        THEN
026700         MOVE WST-DATE TO WINDOW-DATE
026800       END-IF
026900     END-READ.
027000     CLOSE WSTA-FILE.
027100 0020-FIND-LATEST.
027200* the log is in the order things happened, so the last of the
027300* job's records in the window is where its sample stands.
027400     OPEN INPUT QCSO-FILE.
027500     SET QCSO-NOTEOF TO TRUE.
027600     PERFORM UNTIL QCSO-EOF
027700       READ QCSO-FILE
027800        AT END
027900         SET QCSO-EOF TO TRUE
028000        NOT AT END
028100         IF QCSO-JOBID = QC-JOBID
028200            AND QCSO-WINDOW-DATE = WINDOW-DATE
028300          THEN
028400           MOVE QCSO-RECORD TO LATEST-RECORD;
028500           SET LATEST-FOUND TO TRUE
028600         END-IF
028700       END-READ
028800     END-PERFORM.
028900     CLOSE QCSO-FILE.
029000 0030-WRITE-DECISION.
029100* the decision carries the sample's counts forward with it.
029200     OPEN EXTEND QCSO-FILE.
029300     MOVE LATEST-RECORD TO QCSO-RECORD.
029400     IF QC-APPROVE
029500      THEN
029600       MOVE 'A' TO QCSO-STATUS
029700      ELSE
029800       MOVE 'R' TO QCSO-STATUS
029900     END-IF.
030000     MOVE QC-REVIEWER TO QCSO-REVIEWER.
030100     MOVE NOW-DATE TO QCSO-DATE.
030200     MOVE NOW-HHMMSS TO QCSO-TIME.
030300     MOVE QC-NOTE TO QCSO-NOTE.
030400     WRITE QCSO-RECORD.
030500     CLOSE QCSO-FILE.
030600 END PROGRAM APKQCSGN.
