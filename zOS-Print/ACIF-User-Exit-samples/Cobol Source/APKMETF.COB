000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000140*    EVERY FEED RECORD CARRIES THE WINDOW CYCLE BESIDE THE       *!@02A
000160*    WINDOW DATE, AND THE FEED IS NOW WRITTEN BY EACH CYCLE'S    *!@02A
000180*    RUN, SO THE PLATFORM CAN TELL ONE CYCLE FROM ANOTHER.       *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKMETF.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program writes the batch window's metrics
000900               feed for the enterprise monitoring system, as the
001000               last step of APKDAILY, so the operations dashboard
001100               learns how the window went from one dataset
001200               instead of from console messages and SYSOUT.
001300
001400               The programs that measure the window stage their
001500               results through the shared APKMETW member: one JOB
001600               record per job from APKBSUMR, and one CHK record
001700               per check run - the SMF type 6 reconciliation
001800               (SMF6REC, APKSMF6R), the group duplicate check
001900               (GXDUP, APKGXDUP), the deletion thresholds
002000               (DELGTHR, APKDELGR), the redaction verification
002100               (REDACT, APKRDVFY, once per job verified) and the
002200               planned-job check (PLANJOB, APKBSUMR). Each staged
002300               record becomes one feed record. A check with no
002400               result at all - its step was held, abended, or
002500               was never scheduled - gets a CHK record of its
002600               own with status NRUN, so a missing check is as
002700               visible as a failed one. A heartbeat record (type
002800               HBT, key APKDAILY) always ends the feed, even on
002900               a night no job ran, carrying the job, check and
003000               failure counts and the window's total pages and
003100               records; a silent window shows up as a heartbeat
003200               with no jobs, and a missing heartbeat means the
003300               daily run itself did not finish. The staging
003400               file is then reset for the next window.
003414
003428               APKDAILY runs once per batch window cycle, and     !@02A
003442               each run rewrites the feed with that cycle's       !@02A
003457               records only: every record carries the cycle       !@02A
003471               beside the window date, and the platform takes the !@02A
003485               feed after each run, before the next cycle         !@02A
003492               replaces it.                                       !@02A
003500
003600               The feed is fixed-format with a | between fields:
003700                  1-3   type, JOB, CHK or HBT
003800                  5-12  window date, yyyymmdd                     !@02C
003900                 14     window cycle, 1-9                         !@02C
004000                 16-23  job id, check name, or APKDAILY           !@02C
004100                 25-28  status: JOB - OK, OOB (out of balance),   !@02C
004200                        NFIN (never finished), ANOM (volume       !@02C
004300                        anomaly); CHK and HBT - PASS, FAIL, NRUN  !@02C
004400                 30-38  pages                                     !@02C
004500                 40-48  input records                             !@02C
004600                 50-56  elapsed seconds                           !@02C
004700                 58-62  volume deviation, percent                 !@02C
004800                 64-95  detail                                    !@02C
004900                 97-104 program that staged the record            !@02C
005000                106-113 date written, yyyymmdd                    !@02C
005050                115-120 time written, hhmmss                      !@02A
005100               The step always ends with return code 0: the feed
005200               reports the window, it does not hold it.
005300
005400               Allocate these DDs:
005500                 APKMETS  - the metrics staging file, DISP=OLD
005600                 APKWSTA  - the window-state record, read only
005700                 APKMETF  - the feed, RECFM FB, LRECL 160,
005800                            rewritten by each cycle's run         !@02C
005900 DATE-WRITTEN. 15 Oct 2026.
006000 DATE-COMPILED.
006100 SECURITY. IBM SAMPLE CODE ONLY.
006200*/**************************************************************/
006300*/* Licensed under the Apache License, Version 2.0 (the        */
006400*/* "License"); you may not use this file except in compliance */
006500*/* with the License. You may obtain a copy of the License at  */
006600*/*                                                            */
006700*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006800*/*                                                            */
006900*/* Unless required by applicable law or agreed to in writing, */
007000*/* software distributed under the License is distributed on an*/
007100*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007200*/* KIND, either express or implied.  See the License for the  */
007300*/* specific language governing permissions and limitations    */
007400*/* under the License.                                         */
007500*/*------------------------------------------------------------*/
007600*/*                                                            */
007700*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
007800*/*                                                            */
007900*/*   Permission to use, copy, modify, and distribute          */
008000*/*   this software for any purpose with or without fee        */
008100*/*   is hereby granted, provided that the above               */
008200*/*   copyright notices appear in all copies.                  */
008300*/*                                                            */
008400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
008500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
008600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
008700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
008800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
008900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
009000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
009100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
009200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
009300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
009400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
009500*/**************************************************************/
009600 TITLE 'ACIF Window Metrics Feed'.
009700 ENVIRONMENT DIVISION.
009800 CONFIGURATION SECTION.
009900 SOURCE-COMPUTER. IBM-370.
010000 OBJECT-COMPUTER. IBM-370.
010100 INPUT-OUTPUT SECTION.
010200 FILE-CONTROL.
010300     SELECT METS-FILE ASSIGN TO APKMETS
010400         ORGANIZATION SEQUENTIAL.
010500     SELECT WSTA-FILE ASSIGN TO APKWSTA
010600         ORGANIZATION SEQUENTIAL.
010700     SELECT FEED-FILE ASSIGN TO APKMETF
010800         ORGANIZATION SEQUENTIAL.
010900     EJECT
011000 DATA DIVISION.
011100 FILE SECTION.
011200* the window's staged results, appended by APKMETW.
011300 FD  METS-FILE
011400     LABEL RECORDS STANDARD
011500     RECORDING MODE F
011600     BLOCK CONTAINS 0
011700     RECORD CONTAINS 100 CHARACTERS.
011800 01  METS-RECORD.
011900     05  METS-TYPE           PIC X(3).
012000     05  METS-WINDOW-DATE    PIC 9(8).
012050     05  METS-WINDOW-CYCLE   PIC 9.                               !@02A
012100     05  METS-KEY            PIC X(8).
012200     05  METS-STATUS         PIC X(4).
012300     05  METS-PAGES          PIC 9(9).
012400     05  METS-RECORDS        PIC 9(9).
012500     05  METS-ELAPSED        PIC 9(7).
012600     05  METS-DEVIATION      PIC 9(5).
012700     05  METS-DETAIL         PIC X(32).
012800     05  METS-PGMNAME        PIC X(8).
012900     05  FILLER              PIC X(6).                            !@02C
013000* the one-record window state, as APKWSTAT keeps it.
013100 FD  WSTA-FILE
013200     LABEL RECORDS STANDARD
013300     RECORDING MODE F
013400     BLOCK CONTAINS 0
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  WSTA-RECORD.
013700     05  WST-DATE            PIC 9(8).
013733     05  FILLER              PIC X(3).                            !@02A
013766     05  WST-CYCLE           PIC 9.                               !@02A
013800     05  FILLER              PIC X(68).                           !@02C
013900 FD  FEED-FILE
014000     LABEL RECORDS STANDARD
014100     RECORDING MODE F
014200     BLOCK CONTAINS 0
014300     RECORD CONTAINS 160 CHARACTERS.
014400 01  FEED-RECORD             PIC X(160).
014500     EJECT
014600 WORKING-STORAGE SECTION.
014700 77  PGMNAME                 PIC X(8) VALUE 'APKMETF '.
014800 77  METS-EOF-FLAG           PIC X VALUE LOW-VALUE.
014900     88  METS-EOF            VALUE HIGH-VALUE.
015000     88  METS-NOTEOF         VALUE LOW-VALUE.
015100 77  WINDOW-DATE             PIC 9(8) VALUE ZERO.
015150 77  WINDOW-CYCLE            PIC 9 VALUE 1.                       !@02A
015200 77  NOW-DATE                PIC 9(8) VALUE ZERO.
015300 77  CX                      PIC 9(4) BINARY VALUE ZERO.
015400 77  JOB-CNTR                PIC 9(8) BINARY VALUE ZERO.
015500 77  CHECK-CNTR              PIC 9(8) BINARY VALUE ZERO.
015600 77  FAIL-CNTR               PIC 9(8) BINARY VALUE ZERO.
015700 77  NRUN-CNTR               PIC 9(8) BINARY VALUE ZERO.
015800 77  TOTAL-PAGES             PIC 9(9) BINARY VALUE ZERO.
015900 77  TOTAL-RECORDS           PIC 9(9) BINARY VALUE ZERO.
016000 77  COUNT-EDIT              PIC 9(4).
016100 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
016200 01  NOW-TIME.
016300     05  NOW-HHMMSS          PIC 9(6).
016400     05  FILLER              PIC 99.
016500* the checks the window is expected to report, and whether each
016600* has staged a result tonight.
016700 01  CHECK-VALUES.
016800     05  FILLER              PIC X(9) VALUE 'SMF6REC N'.
016900     05  FILLER              PIC X(9) VALUE 'GXDUP   N'.
017000     05  FILLER              PIC X(9) VALUE 'DELGTHR N'.
017100     05  FILLER              PIC X(9) VALUE 'REDACT  N'.
017200     05  FILLER              PIC X(9) VALUE 'PLANJOB N'.
017300 01  CHECK-TABLE             REDEFINES CHECK-VALUES.
017400     05  CK-ENTRY            OCCURS 5 TIMES.
017500         10  CK-NAME         PIC X(8).
017600         10  CK-SEEN-FLAG    PIC X.
017700             88  CK-SEEN             VALUE 'Y'.
017800* the feed record, one field per staged field, | between them.
017900 01  FEED-LINE.
018000     05  FL-TYPE             PIC X(3).
018100     05  FILLER              PIC X VALUE '|'.
018200     05  FL-WINDOW-DATE      PIC 9(8).
018300     05  FILLER              PIC X VALUE '|'.
018333     05  FL-WINDOW-CYCLE     PIC 9.                               !@02A
018366     05  FILLER              PIC X VALUE '|'.                     !@02A
018400     05  FL-KEY              PIC X(8).
018500     05  FILLER              PIC X VALUE '|'.
018600     05  FL-STATUS           PIC X(4).
018700     05  FILLER              PIC X VALUE '|'.
018800     05  FL-PAGES            PIC 9(9).
018900     05  FILLER              PIC X VALUE '|'.
019000     05  FL-RECORDS          PIC 9(9).
019100     05  FILLER              PIC X VALUE '|'.
019200     05  FL-ELAPSED          PIC 9(7).
019300     05  FILLER              PIC X VALUE '|'.
019400     05  FL-DEVIATION        PIC 9(5).
019500     05  FILLER              PIC X VALUE '|'.
019600     05  FL-DETAIL           PIC X(32).
019700     05  FILLER              PIC X VALUE '|'.
019800     05  FL-PGMNAME          PIC X(8).
019900     05  FILLER              PIC X VALUE '|'.
020000     05  FL-DATE             PIC 9(8).
020100     05  FILLER              PIC X VALUE '|'.
020200     05  FL-TIME             PIC 9(6).
020300     05  FILLER              PIC X(40) VALUE SPACES.              !@02C
020400 TITLE 'Initialization and Main Line'.
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 0010-INITIALIZE.
020800     PERFORM 0100-FEED-STAGED-RECORD
020900         UNTIL METS-EOF.
021000     PERFORM 0200-FEED-UNRUN-CHECK
021100         VARYING CX FROM 1 BY 1
021200         UNTIL CX > 5.
021300     PERFORM 0300-FEED-HEARTBEAT.
021400     PERFORM 0900-TERMINATE.
021500     MOVE ZERO TO RETURN-CODE.
021600     STOP RUN.
021700 0010-INITIALIZE.
021800* the window's opening date and cycle; an empty state file leaves !@02C
021850* today's date and cycle 1.                                       !@02A
021900     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
022000     ACCEPT NOW-TIME FROM TIME.
022100     MOVE NOW-DATE TO WINDOW-DATE.
022200     OPEN INPUT WSTA-FILE.
022300     READ WSTA-FILE
022400      AT END
022500       CONTINUE
022600      NOT AT END
022700       IF WST-DATE NUMERIC AND WST-DATE > ZERO
022800        THEN
022900         MOVE WST-DATE TO WINDOW-DATE
023000       END-IF
023020       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@02A
023040        THEN                                                      !@02A
023060         MOVE WST-CYCLE TO WINDOW-CYCLE                           !@02A
023080       END-IF                                                     !@02A
023100     END-READ.
023200     CLOSE WSTA-FILE.
023300     OPEN INPUT METS-FILE.
023400     OPEN OUTPUT FEED-FILE.
023500     SET METS-NOTEOF TO TRUE.
023600     PERFORM 0015-READ-STAGED.
023700 0015-READ-STAGED.
023800     READ METS-FILE
023900      AT END
024000       SET METS-EOF TO TRUE
024100     END-READ.
024200     EJECT
024300 TITLE 'Write the Feed'.
024400 0100-FEED-STAGED-RECORD.
024500* each staged record as it stands; the counts and totals for the
024600* heartbeat are taken on the way.
024700     MOVE METS-TYPE TO FL-TYPE.
024800     MOVE METS-WINDOW-DATE TO FL-WINDOW-DATE.
024814     IF METS-WINDOW-CYCLE NUMERIC                                 !@02A
024828      THEN                                                        !@02A
024842       MOVE METS-WINDOW-CYCLE TO FL-WINDOW-CYCLE                  !@02A
024857      ELSE                                                        !@02A
024871       MOVE WINDOW-CYCLE TO FL-WINDOW-CYCLE                       !@02A
024885     END-IF.                                                      !@02A
024900     MOVE METS-KEY TO FL-KEY.
025000     MOVE METS-STATUS TO FL-STATUS.
025100     MOVE METS-PAGES TO FL-PAGES.
025200     MOVE METS-RECORDS TO FL-RECORDS.
025300     MOVE METS-ELAPSED TO FL-ELAPSED.
025400     MOVE METS-DEVIATION TO FL-DEVIATION.
025500     MOVE METS-DETAIL TO FL-DETAIL.
025600     MOVE METS-PGMNAME TO FL-PGMNAME.
025700     PERFORM 0150-WRITE-FEED-LINE.
025800     IF METS-TYPE = 'JOB'
025900      THEN
026000       ADD 1 TO JOB-CNTR;
026100       ADD METS-PAGES TO TOTAL-PAGES;
026200       ADD METS-RECORDS TO TOTAL-RECORDS
026300      ELSE
026400       ADD 1 TO CHECK-CNTR;
026500       IF METS-STATUS = 'FAIL'
026600        THEN
026700         ADD 1 TO FAIL-CNTR
026800       END-IF;
026900       PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 5
027000         IF CK-NAME (CX) = METS-KEY
027100          THEN
027200           SET CK-SEEN (CX) TO TRUE
027300         END-IF
027400       END-PERFORM
027500     END-IF.
027600     PERFORM 0015-READ-STAGED.
027700 0150-WRITE-FEED-LINE.
027800     MOVE NOW-DATE TO FL-DATE.
027900     MOVE NOW-HHMMSS TO FL-TIME.
028000     WRITE FEED-RECORD FROM FEED-LINE.
028100 0200-FEED-UNRUN-CHECK.
028200* a check that staged no result tonight.
028300     IF NOT CK-SEEN (CX)
028400      THEN
028500       ADD 1 TO NRUN-CNTR;
028600       MOVE 'CHK' TO FL-TYPE;
028700       MOVE WINDOW-DATE TO FL-WINDOW-DATE;
028750       MOVE WINDOW-CYCLE TO FL-WINDOW-CYCLE;                      !@02A
028800       MOVE CK-NAME (CX) TO FL-KEY;
028900       MOVE 'NRUN' TO FL-STATUS;
029000       MOVE ZERO TO FL-PAGES, FL-RECORDS, FL-ELAPSED,
029100                    FL-DEVIATION;
029200       MOVE 'NO RESULT RECORDED THIS WINDOW' TO FL-DETAIL;
029300       MOVE PGMNAME TO FL-PGMNAME;
029400       PERFORM 0150-WRITE-FEED-LINE
029500     END-IF.
029600 0300-FEED-HEARTBEAT.
029700* always written, last: the window's counts and totals.
029800     MOVE 'HBT' TO FL-TYPE.
029900     MOVE WINDOW-DATE TO FL-WINDOW-DATE.
029950     MOVE WINDOW-CYCLE TO FL-WINDOW-CYCLE.                        !@02A
030000     MOVE 'APKDAILY' TO FL-KEY.
030100     IF FAIL-CNTR > ZERO
030200      THEN
030300       MOVE 'FAIL' TO FL-STATUS
030400      ELSE
030500       MOVE 'PASS' TO FL-STATUS
030600     END-IF.
030700     MOVE TOTAL-PAGES TO FL-PAGES.
030800     MOVE TOTAL-RECORDS TO FL-RECORDS.
030900     MOVE ZERO TO FL-ELAPSED, FL-DEVIATION.
031000     MOVE SPACES TO FL-DETAIL.
031100     MOVE JOB-CNTR TO COUNT-EDIT.
031200     MOVE 'JOBS ' TO FL-DETAIL (1 : 5).
031300     MOVE COUNT-EDIT TO FL-DETAIL (6 : 4).
031400     MOVE CHECK-CNTR TO COUNT-EDIT.
031500     MOVE ' CHKS ' TO FL-DETAIL (10 : 6).
031600     MOVE COUNT-EDIT TO FL-DETAIL (16 : 4).
031700     MOVE FAIL-CNTR TO COUNT-EDIT.
031800     MOVE ' FAILED ' TO FL-DETAIL (20 : 8).
031900     MOVE COUNT-EDIT TO FL-DETAIL (28 : 4).
032000     MOVE PGMNAME TO FL-PGMNAME.
032100     PERFORM 0150-WRITE-FEED-LINE.
032200     EJECT
032300 TITLE 'Terminate'.
032400 0900-TERMINATE.
032500* reset (empty) the staging file so the next window's feed
032600* starts clean.
032700     CLOSE METS-FILE.
032800     CLOSE FEED-FILE.
032900     OPEN OUTPUT METS-FILE.
033000     CLOSE METS-FILE.
033100     MOVE JOB-CNTR TO COUNT-DISP.
033200     DISPLAY PGMNAME ' WINDOW ' WINDOW-DATE ' CYCLE '             !@02C
033250         WINDOW-CYCLE ',' COUNT-DISP                              !@02A
033300         ' JOB RECORDS.'.
033400     MOVE CHECK-CNTR TO COUNT-DISP.
033500     DISPLAY PGMNAME COUNT-DISP ' CHECK RESULTS,'.
033600     MOVE FAIL-CNTR TO COUNT-DISP.
033700     DISPLAY PGMNAME COUNT-DISP ' FAILED,'.
033800     MOVE NRUN-CNTR TO COUNT-DISP.
033900     DISPLAY PGMNAME COUNT-DISP ' CHECKS WITH NO RESULT.'.
034000 END PROGRAM APKMETF.
