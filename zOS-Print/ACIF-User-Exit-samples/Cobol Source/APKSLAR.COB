000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000140*    SUPPRESSED-STATEMENT (TYPE U) RECORDS ARE SKIPPED WITH THE  *!@02A
000160*    OTHER NON-RUN RECORDS, SO ONE AFTER THE END RECORD NO       *!@02A
000180*    LONGER OPENS A RUN OF ITS OWN.                              *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKSLAR.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program checks each report's delivery against
000900               the time agreed with the department that receives
001000               it (branch cash reports by 6:00 AM, for example).
001100               The suite records when every report finished, in
001200               the exits' summary records, but nothing compared
001300               that with the deadlines, and management rebuilt the
001400               month's compliance figures from the console log.
001500
001600               The deadlines are a CTLLIB member on a DD named
001700               APKSLAC, one 80-byte card per report deadline: the
001800               JOBID in columns 1-8, the due time (HHMM, 24-hour
001900               clock) in columns 10-13, a day offset in column 15
002000               (0 or blank for the day the run started, 1 for the
002100               next day, and so on), a day-of-week mask in columns
002200               17-23 and a day of month in columns 25-26 (both as
002300               in APKPLAN; blank means every day), and the
002400               receiving department (the 4-digit APKDEPT code,
002500               0999 when blank) in columns 28-31. A report with a
002600               different deadline on some days takes one card per
002700               deadline; the first card due on the run's date
002800               applies. A * in column 1 is a comment. A card with
002900               a non-numeric time, offset, or department is listed
003000               and ignored.
003100
003200               A report's run opens at its first start event
003300               record and finishes at its latest end event record,
003400               from any exit. The run is dated the day it started,
003500               so a run that crosses midnight is held to the
003600               deadline of the night it began. A run that started
003700               but left no end record delivered nothing and counts
003800               as late. Electronic-delivery, bad-address hold, and
003900               reprint records are not part of the run.
004000
004100               The first section lists every report in tonight's
004200               APKBSUM work file that finished late: its run date,
004300               when it was due, when it finished, how late it was,
004400               and the department waiting for it. Each late report
004500               also raises operator message APK023E through
004600               APKWTO, and the step ends RC=4.
004700
004800               The second section gives each department's SLA
004900               compliance for the month: reports due, on time,
005000               late, and the percentage on time, from the APKBSUMH
005100               history plus tonight's records. It prints on the
005200               last day of the month, or whenever the EXEC PARM is
005300               MONTH; PARM='MONTH,yyyymm' reports an earlier month
005400               from the history.
005500
005600               Run this program before APKBSUMR archives and
005700               resets the work file. You must allocate DDs named
005800               APKBSUM, APKBSUMH, and APKSLAC, and a DD named
005900               PAPKSLAR for the printed report, with an LRECL of
006000               125, BLKSIZE of n*125+4, VBA.
006100 DATE-WRITTEN. 15 Oct 2026.
006200 DATE-COMPILED.
006300 SECURITY. IBM SAMPLE CODE ONLY.
006400*/**************************************************************/
006500*/* Licensed under the Apache License, Version 2.0 (the        */
006600*/* "License"); you may not use this file except in compliance */
006700*/* with the License. You may obtain a copy of the License at  */
006800*/*                                                            */
006900*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007000*/*                                                            */
007100*/* Unless required by applicable law or agreed to in writing, */
007200*/* software distributed under the License is distributed on an*/
007300*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007400*/* KIND, either express or implied.  See the License for the  */
007500*/* specific language governing permissions and limitations    */
007600*/* under the License.                                         */
007700*/*------------------------------------------------------------*/
007800*/*                                                            */
007900*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
008000*/*                                                            */
008100*/*   Permission to use, copy, modify, and distribute          */
008200*/*   this software for any purpose with or without fee        */
008300*/*   is hereby granted, provided that the above               */
008400*/*   copyright notices appear in all copies.                  */
008500*/*                                                            */
008600*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
008700*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
008800*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
008900*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
009000*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
009100*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
009200*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
009300*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
009400*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
009500*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
009600*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
009700*/**************************************************************/
009800 TITLE 'ACIF Report Delivery SLA Report'.
009900 ENVIRONMENT DIVISION.
010000 CONFIGURATION SECTION.
010100 SOURCE-COMPUTER. IBM-370.
010200 OBJECT-COMPUTER. IBM-370.
010300 INPUT-OUTPUT SECTION.
010400 FILE-CONTROL.
010500     SELECT PRINT-FILE ASSIGN TO PAPKSLAR.
010600     SELECT SUMMARY-FILE ASSIGN TO APKBSUM
010700         ORGANIZATION SEQUENTIAL.
010800     SELECT HISTORY-FILE ASSIGN TO APKBSUMH
010900         ORGANIZATION SEQUENTIAL.
011000     SELECT SLA-FILE ASSIGN TO APKSLAC.
011100     EJECT
011200 DATA DIVISION.
011300 FILE SECTION.
011400 FD  PRINT-FILE
011500     BLOCK CONTAINS 0
011600     LABEL RECORDS STANDARD
011700     RECORD VARYING DEPENDING ON PRINT-REC-LEN
011800     RECORDING MODE V.
011900 01  PRINT-RECORD.
012000     05  PRINT-DATA          OCCURS 1 TO 255,
012100                             DEPENDING ON PRINT-REC-LEN,
012200                             PIC X.
012300* tonight's summary records, as merged by the collectors.
012400 FD  SUMMARY-FILE
012500     LABEL RECORDS STANDARD
012600     RECORDING MODE F
012700     BLOCK CONTAINS 0
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  SUMMARY-RECORD.
013000     05  FILLER              PIC X(16).
013100     05  SUMR-RUNDATE        PIC 9(8).
013200     05  FILLER              PIC X(56).
013300* earlier nights' summary records, as archived by APKBSUMR.
013400 FD  HISTORY-FILE
013500     LABEL RECORDS STANDARD
013600     RECORDING MODE F
013700     BLOCK CONTAINS 0
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  HIST-SUM-RECORD         PIC X(80).
014000* one card per report deadline: job id, due time, day offset,
014100* day-of-week mask (SMTWTFS, Y under each day the deadline
014200* applies), day of month, and receiving department.
014300 FD  SLA-FILE
014400     LABEL RECORDS STANDARD
014500     RECORDING MODE F
014600     BLOCK CONTAINS 0
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  SLA-CARD.
014900     05  SLA-JOBID           PIC X(8).
015000     05  FILLER              PIC X.
015100     05  SLA-DUETIME         PIC X(4).
015200     05  SLA-DUETIME-N       REDEFINES SLA-DUETIME.
015300         10  SLA-DUE-HH      PIC 9(2).
015400         10  SLA-DUE-MM      PIC 9(2).
015500     05  FILLER              PIC X.
015600     05  SLA-OFFSET          PIC X.
015700     05  SLA-OFFSET-N        REDEFINES SLA-OFFSET
015800                             PIC 9.
015900     05  FILLER              PIC X.
016000     05  SLA-DOWMASK         PIC X(7).
016100     05  FILLER              PIC X.
016200     05  SLA-DOM             PIC X(2).
016300     05  FILLER              PIC X.
016400     05  SLA-DEPT            PIC X(4).
016500     05  FILLER              PIC X(49).
016600     EJECT
016700 WORKING-STORAGE SECTION.
016800 77  PGMNAME                 PIC X(8) VALUE 'APKSLAR'.
016900 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
017000 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
017100 77  WTO-MSGID               PIC X(8) VALUE SPACES.
017200 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
017300 77  APKDAYNO                PIC X(8) VALUE 'APKDAYNO'.
017400 77  SUMMARY-EOF-FLAG        PIC X VALUE LOW-VALUE.
017500     88  SUMMARY-EOF         VALUE HIGH-VALUE.
017600     88  SUMMARY-NOTEOF      VALUE LOW-VALUE.
017700 77  HIST-EOF-FLAG           PIC X VALUE LOW-VALUE.
017800     88  HIST-EOF            VALUE HIGH-VALUE.
017900     88  HIST-NOTEOF         VALUE LOW-VALUE.
018000 77  SLA-EOF-FLAG            PIC X VALUE LOW-VALUE.
018100     88  SLA-EOF             VALUE HIGH-VALUE.
018200     88  SLA-NOTEOF          VALUE LOW-VALUE.
018300 77  SOURCE-FLAG             PIC X VALUE 'H'.
018400     88  READING-TONIGHT     VALUE 'T'.
018500     88  READING-HISTORY     VALUE 'H'.
018600 77  ENTRY-FOUND-FLAG        PIC X VALUE LOW-VALUE.
018700     88  ENTRY-FOUND         VALUE HIGH-VALUE.
018800     88  ENTRY-NOTFOUND      VALUE LOW-VALUE.
018900 77  FIRST-LATE-FLAG         PIC X VALUE 'Y'.
019000     88  FIRST-LATE          VALUE 'Y'.
019100     88  NOT-FIRST-LATE      VALUE 'N'.
019200 77  RUN-LATE-FLAG           PIC X VALUE 'N'.
019300     88  RUN-LATE            VALUE 'Y'.
019400     88  RUN-ON-TIME         VALUE 'N'.
019500 77  MONTH-FLAG              PIC X VALUE 'N'.
019600     88  PRINT-MONTH         VALUE 'Y'.
019700 77  RUN-MODE                PIC X(8) VALUE SPACES.
019800     88  MODE-MONTH          VALUE 'MONTH'.
019900 77  PARM-MONTH              PIC X(6) VALUE SPACES.
020000 77  PARM-COMMA-POS          PIC 9(4) BINARY VALUE ZERO.
020100 77  MAX-SLA-ENTRIES         PIC 9(4) BINARY VALUE 100.
020200 77  SLA-TRUNC-FLAG          PIC X VALUE 'N'.
020300     88  SLA-TRUNCATED       VALUE 'Y'.
020400 77  MAX-RUN-ENTRIES         PIC 9(4) BINARY VALUE 200.
020500 77  RUN-TRUNC-FLAG          PIC X VALUE 'N'.
020600     88  RUN-TRUNCATED       VALUE 'Y'.
020700 77  MAX-DEPT-ENTRIES        PIC 9(4) BINARY VALUE 50.
020800 77  DEPT-TRUNC-FLAG         PIC X VALUE 'N'.
020900     88  DEPT-TRUNCATED      VALUE 'Y'.
021000 77  NIGHT-DATE              PIC 9(8) VALUE ZERO.
021100 77  NIGHT-DAYNO             PIC 9(8) BINARY VALUE ZERO.
021200 77  NEXT-FIRST-DAYNO        PIC 9(8) BINARY VALUE ZERO.
021300 77  REPORT-MONTH            PIC X(6) VALUE SPACES.
021400 77  RUN-DAYNO               PIC 9(8) BINARY VALUE ZERO.
021500 77  END-DAYNO               PIC 9(8) BINARY VALUE ZERO.
021600 77  RUN-DOW-WORK            PIC 9(8) BINARY VALUE ZERO.
021700 77  RUN-DOW-QUOT            PIC 9(8) BINARY VALUE ZERO.
021800 77  RUN-DOW                 PIC 9(4) BINARY VALUE ZERO.
021900 77  FIN-MINUTES             PIC S9(8) BINARY VALUE ZERO.
022000 77  LATE-MINUTES            PIC S9(8) BINARY VALUE ZERO.
022100 77  LATE-HH                 PIC 9(4) BINARY VALUE ZERO.
022200 77  LATE-MM                 PIC 9(4) BINARY VALUE ZERO.
022300 77  TONIGHT-DUE-CNTR        PIC 9(8) BINARY VALUE ZERO.
022400 77  TONIGHT-ONTIME-CNTR     PIC 9(8) BINARY VALUE ZERO.
022500 77  TONIGHT-LATE-CNTR       PIC 9(8) BINARY VALUE ZERO.
022600 77  TOT-DUE                 PIC 9(8) BINARY VALUE ZERO.
022700 77  TOT-ONTIME              PIC 9(8) BINARY VALUE ZERO.
022800 77  TOT-LATE                PIC 9(8) BINARY VALUE ZERO.
022900 77  COMPLIANCE-PCT          PIC 9(3)V9 VALUE ZERO.
023000     SKIP1
023100* the summary record being folded in, from either file.
023200 01  WK-SUM-RECORD.
023300     05  WKS-EXIT-ID         PIC X(8).
023400     05  WKS-JOBID           PIC X(8).
023500     05  WKS-RUNDATE         PIC 9(8).
023600     05  WKS-RUNTIME         PIC X(6).
023700     05  FILLER              PIC X(48).
023800     05  WKS-RECTYPE         PIC X.
023900     05  FILLER              PIC X.
024000 01  WK-STAMP.
024100     05  WK-STAMP-DATE       PIC 9(8).
024200     05  WK-STAMP-TIME       PIC X(6).
024300* the first of the month after tonight; when it is tomorrow,
024400* tonight is month end.
024500 01  NEXT-FIRST-DATE         PIC 9(8) VALUE ZERO.
024600 01  NEXT-FIRST-PARTS        REDEFINES NEXT-FIRST-DATE.
024700     05  NF-YEAR             PIC 9(4).
024800     05  NF-MONTH            PIC 9(2).
024900     05  NF-DAY              PIC 9(2).
025000     SKIP1
025100* the deadline cards, in the order read.
025200 01  SLA-TABLE.
025300     05  SL-CNTR             PIC 9(4) BINARY VALUE ZERO.
025400     05  SL-ENTRY            OCCURS 100 TIMES
025500                             DEPENDING ON SL-CNTR
025600                             INDEXED BY SL-INDEX.
025700         10  SL-JOBID        PIC X(8).
025800         10  SL-DUE-MINUTES  PIC 9(8) BINARY.
025900         10  SL-DUE-HH       PIC 9(2).
026000         10  SL-DUE-MM       PIC 9(2).
026100         10  SL-OFFSET       PIC 9.
026200         10  SL-DOWMASK      PIC X(7).
026300         10  SL-DOM          PIC X(2).
026400         10  SL-DEPT         PIC X(4).
026500* one entry per job id: the run currently open for it. a run's
026600* window date is zero until its first record arrives.
026700 01  RUN-TABLE.
026800     05  RN-CNTR             PIC 9(4) BINARY VALUE ZERO.
026900     05  RN-ENTRY            OCCURS 200 TIMES
027000                             DEPENDING ON RN-CNTR
027100                             INDEXED BY RN-INDEX.
027200         10  RN-JOBID        PIC X(8).
027300         10  RN-LEAD-EXIT    PIC X(8).
027400         10  RN-LEAD-ENDED   PIC X.
027500         10  RN-WINDOW-DATE  PIC 9(8).
027600         10  RN-END-STAMP.
027700             15  RN-END-DATE PIC 9(8).
027800             15  RN-END-HH   PIC 9(2).
027900             15  RN-END-MM   PIC 9(2).
028000             15  RN-END-SS   PIC 9(2).
028100         10  RN-TONIGHT      PIC X.
028200* the month's figures per receiving department.
028300 01  DEPT-TABLE.
028400     05  DP-CNTR             PIC 9(4) BINARY VALUE ZERO.
028500     05  DP-ENTRY            OCCURS 50 TIMES
028600                             DEPENDING ON DP-CNTR
028700                             INDEXED BY DP-INDEX.
028800         10  DP-DEPT         PIC X(4).
028900         10  DP-DUE          PIC 9(8) BINARY.
029000         10  DP-ONTIME       PIC 9(8) BINARY.
029100         10  DP-LATE         PIC 9(8) BINARY.
029200     SKIP1
029300 01  PAGE-TITLE.
029400     05  FILLER              PIC X   VALUE '1'.
029500     05  FILLER              PIC X(36) VALUE
029600         'ACIF REPORT DELIVERY SLA REPORT FOR '.
029700     05  PT-DATE             PIC 9(8).
029800         SKIP1
029900 01  LATE-SUBTITLE.
030000     05  FILLER              PIC X   VALUE '0'.
030100     05  FILLER              PIC X(10) VALUE 'JOBID'.
030200     05  FILLER              PIC X(10) VALUE 'RUN DATE'.
030300     05  FILLER              PIC X(10) VALUE 'DUE'.
030400     05  FILLER              PIC X(16) VALUE 'FINISHED'.
030500     05  FILLER              PIC X(9) VALUE 'LATE BY'.
030600     05  FILLER              PIC X(4) VALUE 'DEPT'.
030700         SKIP1
030800 01  LINE-LATE.
030900     05  LL-CC               PIC X   VALUE SPACE.
031000     05  LL-JOBID            PIC X(8).
031100     05  FILLER              PIC X(2) VALUE SPACES.
031200     05  LL-RUNDATE          PIC 9(8).
031300     05  FILLER              PIC X(2) VALUE SPACES.
031400     05  LL-DUE-HH           PIC 9(2).
031500     05  FILLER              PIC X VALUE ':'.
031600     05  LL-DUE-MM           PIC 9(2).
031700     05  LL-DUE-DAYS         PIC X(3).
031800     05  FILLER              PIC X(2) VALUE SPACES.
031900     05  LL-FINISHED         PIC X(14).
032000     05  FILLER              PIC X(2) VALUE SPACES.
032100     05  LL-LATE-BY          PIC X(7).
032200     05  FILLER              PIC X(2) VALUE SPACES.
032300     05  LL-DEPT             PIC X(4).
032400 01  WK-FINISHED.
032500     05  WKF-DATE            PIC 9(8).
032600     05  FILLER              PIC X VALUE SPACE.
032700     05  WKF-HH              PIC 9(2).
032800     05  FILLER              PIC X VALUE ':'.
032900     05  WKF-MM              PIC 9(2).
033000 01  WK-LATE-BY.
033100     05  WKL-HH              PIC ZZZ9.
033200     05  FILLER              PIC X VALUE ':'.
033300     05  WKL-MM              PIC 9(2).
033400         SKIP1
033500 01  LINE-TOTAL.
033600     05  LT-CC               PIC X   VALUE SPACE.
033700     05  FILLER              PIC X(02) VALUE SPACES.
033800     05  LT-LABEL            PIC X(24).
033900     05  LT-COUNT            PIC ZZZ,ZZ9.
034000         SKIP1
034100 01  MONTH-TITLE.
034200     05  FILLER              PIC X   VALUE '1'.
034300     05  FILLER              PIC X(32) VALUE
034400         'ACIF MONTHLY SLA COMPLIANCE FOR '.
034500     05  MT-MONTH            PIC X(6).
034600         SKIP1
034700 01  MONTH-SUBTITLE.
034800     05  FILLER              PIC X   VALUE '0'.
034900     05  FILLER              PIC X(6) VALUE 'DEPT'.
035000     05  FILLER              PIC X(9) VALUE '      DUE'.
035100     05  FILLER              PIC X(9) VALUE '  ON TIME'.
035200     05  FILLER              PIC X(9) VALUE '     LATE'.
035300     05  FILLER              PIC X(12) VALUE '  COMPLIANCE'.
035400         SKIP1
035500 01  LINE-DEPT.
035600     05  LD-CC               PIC X   VALUE SPACE.
035700     05  LD-DEPT             PIC X(4).
035800     05  FILLER              PIC X(2) VALUE SPACES.
035900     05  LD-DUE              PIC ZZZ,ZZ9.
036000     05  FILLER              PIC X(2) VALUE SPACES.
036100     05  LD-ONTIME           PIC ZZZ,ZZ9.
036200     05  FILLER              PIC X(2) VALUE SPACES.
036300     05  LD-LATE             PIC ZZZ,ZZ9.
036400     05  FILLER              PIC X(6) VALUE SPACES.
036500     05  LD-PCT              PIC ZZ9.9.
036600     05  FILLER              PIC X VALUE '%'.
036700         SKIP1
036800 01  LINE-NOTICE.
036900     05  FILLER              PIC X   VALUE SPACE.
037000     05  LN-TEXT             PIC X(60).
037100/ PROCESSING.
037200 LINKAGE SECTION.
037300 01  PARM-AREA.
037400     05  PARM-LEN            PIC S9(4) BINARY.
037500     05  PARM-DATA           PIC X(16).
037600 TITLE 'Initialization and Main Line'.
037700 PROCEDURE DIVISION USING PARM-AREA.
037800 0000-MAINLINE.
037900     PERFORM 0010-INITIALIZE.
038000     PERFORM 0020-NOTE-HISTORY-RECORD
038100         UNTIL HIST-EOF.
038200     SET READING-TONIGHT TO TRUE.
038300     PERFORM 0025-NOTE-SUMMARY-RECORD
038400         UNTIL SUMMARY-EOF.
038500* every run still open is complete: tonight's collectors have
038600* all finished before this step runs.
038700     PERFORM 0200-CLOSE-RUN THRU 0200-EXIT
038800         VARYING RN-INDEX FROM 1 BY 1
038900         UNTIL RN-INDEX > RN-CNTR.
039000     PERFORM 0300-PRINT-NIGHT-TOTALS.
039100     IF PRINT-MONTH
039200      THEN
039300       PERFORM 0400-PRINT-MONTH
039400     END-IF.
039500     PERFORM 0900-TERMINATE.
039600* a late report warns the scheduler; it is not a failure of the
039700* window itself.
039800     IF TONIGHT-LATE-CNTR > ZERO
039900      THEN
040000       MOVE 4 TO RETURN-CODE
040100     END-IF.
040200     STOP RUN.
040300 0010-INITIALIZE.
040400     PERFORM 0015-PARSE-PARM.
040500     OPEN OUTPUT PRINT-FILE.
040600     OPEN INPUT SUMMARY-FILE.
040700     OPEN INPUT HISTORY-FILE.
040800* tonight is the date of the first record in the work file (the
040900* night the window started). an empty work file, as on an ad hoc
041000* month-end run after APKBSUMR has reset it, falls back to the
041100* step's own run date.
041200     SET SUMMARY-NOTEOF TO TRUE.
041300     PERFORM 0027-READ-SUMMARY.
041400     IF SUMMARY-NOTEOF
041500      THEN
041600       MOVE SUMR-RUNDATE TO NIGHT-DATE
041700      ELSE
041800       ACCEPT NIGHT-DATE FROM DATE YYYYMMDD
041900     END-IF.
042000     PERFORM 0017-SET-REPORT-MONTH.
042100     MOVE NIGHT-DATE TO PT-DATE.
042200     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
042300     WRITE PRINT-RECORD FROM PAGE-TITLE.
042400     PERFORM 0012-LOAD-SLA.
042500     SET READING-HISTORY TO TRUE.
042600     SET HIST-NOTEOF TO TRUE.
042700     PERFORM 0022-READ-HISTORY.
042800 0012-LOAD-SLA.
042900* the deadline cards. an absent or empty member checks nothing,
043000* matching the control-card fallback handling the exits use.
043100     OPEN INPUT SLA-FILE.
043200     SET SLA-NOTEOF TO TRUE.
043300     PERFORM UNTIL SLA-EOF
043400       READ SLA-FILE
043500        AT END
043600         SET SLA-EOF TO TRUE
043700        NOT AT END
043800         PERFORM 0013-ADD-SLA-ENTRY THRU 0013-EXIT
043900       END-READ
044000     END-PERFORM.
044100     CLOSE SLA-FILE.
044200 0013-ADD-SLA-ENTRY.
044300* blank cards and comment cards (* in column 1) are ignored. a
044400* card that cannot be read as a deadline is listed, not guessed
044500* at.
044600     IF SLA-JOBID = SPACES
044700        OR SLA-JOBID (1 : 1) = '*'
044800      THEN
044900       GO TO 0013-EXIT
045000     END-IF.
045100     IF SLA-OFFSET = SPACE
045200      THEN
045300       MOVE '0' TO SLA-OFFSET
045400     END-IF.
045500     IF SLA-DEPT = SPACES
045600      THEN
045700       MOVE '0999' TO SLA-DEPT
045800     END-IF.
045900     IF SLA-DUETIME NOT NUMERIC
046000        OR SLA-OFFSET NOT NUMERIC
046100        OR SLA-DEPT NOT NUMERIC
046200      THEN
046300       PERFORM 0014-REJECT-SLA-CARD;
046400       GO TO 0013-EXIT
046500     END-IF.
046600     IF SLA-DUE-HH > 23 OR SLA-DUE-MM > 59
046700      THEN
046800       PERFORM 0014-REJECT-SLA-CARD;
046900       GO TO 0013-EXIT
047000     END-IF.
047100     IF SL-CNTR NOT < MAX-SLA-ENTRIES
047200      THEN
047300       SET SLA-TRUNCATED TO TRUE;
047400       GO TO 0013-EXIT
047500     END-IF.
047600     ADD 1 TO SL-CNTR.
047700     SET SL-INDEX TO SL-CNTR.
047800     MOVE SLA-JOBID TO SL-JOBID (SL-INDEX).
047900     MOVE SLA-DUE-HH TO SL-DUE-HH (SL-INDEX).
048000     MOVE SLA-DUE-MM TO SL-DUE-MM (SL-INDEX).
048100     MOVE SLA-OFFSET-N TO SL-OFFSET (SL-INDEX).
048200     MOVE SLA-DOWMASK TO SL-DOWMASK (SL-INDEX).
048300     MOVE SLA-DOM TO SL-DOM (SL-INDEX).
048400     MOVE SLA-DEPT TO SL-DEPT (SL-INDEX).
048500* the deadline in minutes from midnight of the run's date.
048600     COMPUTE SL-DUE-MINUTES (SL-INDEX) =
048700         SLA-OFFSET-N * 1440 + SLA-DUE-HH * 60 + SLA-DUE-MM.
048800 0013-EXIT.
048900     EXIT.
049000 0014-REJECT-SLA-CARD.
049100     MOVE SPACES TO LN-TEXT.
049200     STRING 'SLA CARD IGNORED - ' DELIMITED BY SIZE
049300         SLA-CARD (1 : 31) DELIMITED BY SIZE
049400       INTO LN-TEXT.
049500     MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN.
049600     WRITE PRINT-RECORD FROM LINE-NOTICE.
049700 0015-PARSE-PARM.
049800* the mode, and for MONTH an optional month behind the comma.
049900     IF PARM-LEN > 16
050000      THEN
050100       MOVE 16 TO PARM-LEN
050200     END-IF.
050300     MOVE ZERO TO PARM-COMMA-POS.
050400     PERFORM VARYING PARM-COMMA-POS FROM 1 BY 1
050500         UNTIL PARM-COMMA-POS > PARM-LEN
050600             OR PARM-DATA (PARM-COMMA-POS : 1) = ','
050700       CONTINUE
050800     END-PERFORM.
050900     IF PARM-COMMA-POS > 1
051000      THEN
051100       MOVE PARM-DATA (1 : PARM-COMMA-POS - 1) TO RUN-MODE
051200     END-IF.
051300     IF PARM-COMMA-POS < PARM-LEN
051400      THEN
051500       MOVE PARM-DATA (PARM-COMMA-POS + 1 :
051600                       PARM-LEN - PARM-COMMA-POS)
051700         TO PARM-MONTH
051800     END-IF.
051900 0017-SET-REPORT-MONTH.
052000* the month reported is tonight's unless the PARM names one. it
052100* prints at month end - when the day after tonight is the first
052200* of a month - or when asked for.
052300     IF PARM-MONTH NOT = SPACES
052400      THEN
052500       MOVE PARM-MONTH TO REPORT-MONTH
052600      ELSE
052700       MOVE NIGHT-DATE (1 : 6) TO REPORT-MONTH
052800     END-IF.
052900     MOVE NIGHT-DATE TO NEXT-FIRST-DATE.
053000     IF NF-MONTH = 12
053100      THEN
053200       ADD 1 TO NF-YEAR;
053300       MOVE 1 TO NF-MONTH
053400      ELSE
053500       ADD 1 TO NF-MONTH
053600     END-IF.
053700     MOVE 1 TO NF-DAY.
053800     CALL APKDAYNO USING NIGHT-DATE, NIGHT-DAYNO.
053900     CALL APKDAYNO USING NEXT-FIRST-DATE, NEXT-FIRST-DAYNO.
054000     IF NEXT-FIRST-DAYNO - NIGHT-DAYNO = 1
054100        OR MODE-MONTH
054200      THEN
054300       SET PRINT-MONTH TO TRUE
054400     END-IF.
054500 0020-NOTE-HISTORY-RECORD.
054600     PERFORM 0100-NOTE-RECORD THRU 0100-EXIT.
054700     PERFORM 0022-READ-HISTORY.
054800 0022-READ-HISTORY.
054900     READ HISTORY-FILE INTO WK-SUM-RECORD
055000      AT END
055100       SET HIST-EOF TO TRUE
055200     END-READ.
055300 0025-NOTE-SUMMARY-RECORD.
055400     MOVE SUMMARY-RECORD TO WK-SUM-RECORD.
055500     PERFORM 0100-NOTE-RECORD THRU 0100-EXIT.
055600     PERFORM 0027-READ-SUMMARY.
055700 0027-READ-SUMMARY.
055800     READ SUMMARY-FILE
055900      AT END
056000       SET SUMMARY-EOF TO TRUE
056100     END-READ.
056200     SKIP1
056300 TITLE 'Run Tracking'.
056400 0100-NOTE-RECORD.
056500* electronic-delivery, bad-address hold, suppressed-statement,    !@02C
056600* and reprint records are not part of a report's production run.  !@02C
056700     IF WKS-RECTYPE = 'V' OR WKS-RECTYPE = 'W'
056800        OR WKS-RECTYPE = 'R' OR WKS-RECTYPE = 'U'                 !@02C
056900      THEN
057000       GO TO 0100-EXIT
057100     END-IF.
057200     SET ENTRY-NOTFOUND TO TRUE.
057300     SET RN-INDEX TO 1.
057400     SEARCH RN-ENTRY
057500      AT END
057600       IF RN-CNTR < MAX-RUN-ENTRIES
057700        THEN
057800         ADD 1 TO RN-CNTR;
057900         SET RN-INDEX TO RN-CNTR;
058000         MOVE WKS-JOBID TO RN-JOBID (RN-INDEX);
058100         MOVE ZERO TO RN-WINDOW-DATE (RN-INDEX);
058200         SET ENTRY-FOUND TO TRUE
058300        ELSE
058400         SET RUN-TRUNCATED TO TRUE
058500       END-IF
058600      WHEN RN-JOBID (RN-INDEX) = WKS-JOBID
058700       SET ENTRY-FOUND TO TRUE
058800     END-SEARCH.
058900     IF ENTRY-NOTFOUND
059000      THEN
059100       GO TO 0100-EXIT
059200     END-IF.
059300* a run opens at its first record. a record from the exit that
059400* opened it, once that exit has ended, belongs to the report's
059500* next run (a start record, or an end record written before
059600* start events were recorded), so the open run is complete.
059700     IF RN-WINDOW-DATE (RN-INDEX) NOT = ZERO
059800        AND RN-LEAD-EXIT (RN-INDEX) = WKS-EXIT-ID
059900        AND RN-LEAD-ENDED (RN-INDEX) = 'Y'
060000      THEN
060100       PERFORM 0200-CLOSE-RUN THRU 0200-EXIT;
060200       MOVE ZERO TO RN-WINDOW-DATE (RN-INDEX)
060300     END-IF.
060400     IF RN-WINDOW-DATE (RN-INDEX) = ZERO
060500      THEN
060600       MOVE WKS-RUNDATE TO RN-WINDOW-DATE (RN-INDEX);
060700       MOVE WKS-EXIT-ID TO RN-LEAD-EXIT (RN-INDEX);
060800       MOVE 'N' TO RN-LEAD-ENDED (RN-INDEX);
060900       MOVE SPACES TO RN-END-STAMP (RN-INDEX);
061000       MOVE 'N' TO RN-TONIGHT (RN-INDEX)
061100     END-IF.
061200     IF READING-TONIGHT
061300      THEN
061400       MOVE 'Y' TO RN-TONIGHT (RN-INDEX)
061500     END-IF.
061600     IF WKS-RECTYPE = 'S'
061700      THEN
061800       GO TO 0100-EXIT
061900     END-IF.
062000* the run finishes at its latest end record, from any exit.
062100     MOVE WKS-RUNDATE TO WK-STAMP-DATE.
062200     MOVE WKS-RUNTIME TO WK-STAMP-TIME.
062300     IF WK-STAMP > RN-END-STAMP (RN-INDEX)
062400      THEN
062500       MOVE WK-STAMP TO RN-END-STAMP (RN-INDEX)
062600     END-IF.
062700     IF WKS-EXIT-ID = RN-LEAD-EXIT (RN-INDEX)
062800      THEN
062900       MOVE 'Y' TO RN-LEAD-ENDED (RN-INDEX)
063000     END-IF.
063100 0100-EXIT.
063200     EXIT.
063300     SKIP1
063400 TITLE 'Deadline Check'.
063500 0200-CLOSE-RUN.
063600* a complete run is held to the deadline card due on its date,
063700* if there is one. runs of other nights count only toward the
063800* month reported.
063900     IF RN-WINDOW-DATE (RN-INDEX) = ZERO
064000      THEN
064100       GO TO 0200-EXIT
064200     END-IF.
064300     IF RN-TONIGHT (RN-INDEX) NOT = 'Y'
064400        AND RN-WINDOW-DATE (RN-INDEX) (1 : 6) NOT = REPORT-MONTH
064500      THEN
064600       GO TO 0200-EXIT
064700     END-IF.
064800* day numbers from the shared day-number member fall on a
064900* seven-day cycle where (day number + 2) modulo 7 is zero on
065000* sundays, so the remainder plus one is the day's position in
065100* the SMTWTFS mask.
065200     CALL APKDAYNO USING RN-WINDOW-DATE (RN-INDEX), RUN-DAYNO.
065300     COMPUTE RUN-DOW-WORK = RUN-DAYNO + 2.
065400     DIVIDE RUN-DOW-WORK BY 7 GIVING RUN-DOW-QUOT
065500         REMAINDER RUN-DOW.
065600     ADD 1 TO RUN-DOW.
065700     SET ENTRY-NOTFOUND TO TRUE.
065800     SET SL-INDEX TO 1.
065900     SEARCH SL-ENTRY
066000      AT END
066100       CONTINUE
066200      WHEN SL-JOBID (SL-INDEX) = RN-JOBID (RN-INDEX)
066300           AND (SL-DOM (SL-INDEX) = SPACES
066400                OR SL-DOM (SL-INDEX) =
066500                   RN-WINDOW-DATE (RN-INDEX) (7 : 2))
066600           AND (SL-DOWMASK (SL-INDEX) = SPACES
066700                OR SL-DOWMASK (SL-INDEX) (RUN-DOW : 1) = 'Y')
066800       SET ENTRY-FOUND TO TRUE
066900     END-SEARCH.
067000     IF ENTRY-NOTFOUND
067100      THEN
067200       GO TO 0200-EXIT
067300     END-IF.
067400* finish and deadline are both taken in minutes from midnight of
067500* the run's date; a run with no end record never delivered.
067600     SET RUN-ON-TIME TO TRUE.
067700     MOVE ZERO TO LATE-MINUTES.
067800     IF RN-END-STAMP (RN-INDEX) = SPACES
067900      THEN
068000       SET RUN-LATE TO TRUE
068100      ELSE
068200       CALL APKDAYNO USING RN-END-DATE (RN-INDEX), END-DAYNO;
068300       COMPUTE FIN-MINUTES = (END-DAYNO - RUN-DAYNO) * 1440
068400           + RN-END-HH (RN-INDEX) * 60 + RN-END-MM (RN-INDEX);
068500       IF FIN-MINUTES > SL-DUE-MINUTES (SL-INDEX)
068600        THEN
068700         SET RUN-LATE TO TRUE;
068800         COMPUTE LATE-MINUTES =
068900             FIN-MINUTES - SL-DUE-MINUTES (SL-INDEX)
069000       END-IF
069100     END-IF.
069200     IF RN-WINDOW-DATE (RN-INDEX) (1 : 6) = REPORT-MONTH
069300      THEN
069400       PERFORM 0210-COUNT-DEPARTMENT
069500     END-IF.
069600     IF RN-TONIGHT (RN-INDEX) = 'Y'
069700      THEN
069800       ADD 1 TO TONIGHT-DUE-CNTR;
069900       IF RUN-LATE
070000        THEN
070100         ADD 1 TO TONIGHT-LATE-CNTR;
070200         PERFORM 0220-PRINT-LATE-REPORT
070300        ELSE
070400         ADD 1 TO TONIGHT-ONTIME-CNTR
070500       END-IF
070600     END-IF.
070700 0200-EXIT.
070800     EXIT.
070900 0210-COUNT-DEPARTMENT.
071000     IF RUN-LATE
071100      THEN
071200       ADD 1 TO TOT-LATE
071300      ELSE
071400       ADD 1 TO TOT-ONTIME
071500     END-IF.
071600     ADD 1 TO TOT-DUE.
071700     SET ENTRY-NOTFOUND TO TRUE.
071800     SET DP-INDEX TO 1.
071900     SEARCH DP-ENTRY
072000      AT END
072100       IF DP-CNTR < MAX-DEPT-ENTRIES
072200        THEN
072300         ADD 1 TO DP-CNTR;
072400         SET DP-INDEX TO DP-CNTR;
072500         MOVE SL-DEPT (SL-INDEX) TO DP-DEPT (DP-INDEX);
072600         MOVE ZERO TO DP-DUE (DP-INDEX);
072700         MOVE ZERO TO DP-ONTIME (DP-INDEX);
072800         MOVE ZERO TO DP-LATE (DP-INDEX);
072900         SET ENTRY-FOUND TO TRUE
073000        ELSE
073100         SET DEPT-TRUNCATED TO TRUE
073200       END-IF
073300      WHEN DP-DEPT (DP-INDEX) = SL-DEPT (SL-INDEX)
073400       SET ENTRY-FOUND TO TRUE
073500     END-SEARCH.
073600     IF ENTRY-FOUND
073700      THEN
073800       ADD 1 TO DP-DUE (DP-INDEX);
073900       IF RUN-LATE
074000        THEN
074100         ADD 1 TO DP-LATE (DP-INDEX)
074200        ELSE
074300         ADD 1 TO DP-ONTIME (DP-INDEX)
074400       END-IF
074500     END-IF.
074600 0220-PRINT-LATE-REPORT.
074700     IF FIRST-LATE
074800      THEN
074900       MOVE LENGTH OF LATE-SUBTITLE TO PRINT-REC-LEN;
075000       WRITE PRINT-RECORD FROM LATE-SUBTITLE;
075100       SET NOT-FIRST-LATE TO TRUE
075200     END-IF.
075300     MOVE RN-JOBID (RN-INDEX) TO LL-JOBID.
075400     MOVE RN-WINDOW-DATE (RN-INDEX) TO LL-RUNDATE.
075500     MOVE SL-DUE-HH (SL-INDEX) TO LL-DUE-HH.
075600     MOVE SL-DUE-MM (SL-INDEX) TO LL-DUE-MM.
075700     MOVE SPACES TO LL-DUE-DAYS.
075800     IF SL-OFFSET (SL-INDEX) > ZERO
075900      THEN
076000       MOVE '+' TO LL-DUE-DAYS (1 : 1);
076100       MOVE SL-OFFSET (SL-INDEX) TO LL-DUE-DAYS (2 : 1)
076200     END-IF.
076300     MOVE SL-DEPT (SL-INDEX) TO LL-DEPT.
076400     IF RN-END-STAMP (RN-INDEX) = SPACES
076500      THEN
076600       MOVE 'NOT FINISHED' TO LL-FINISHED;
076700       MOVE SPACES TO LL-LATE-BY
076800      ELSE
076900       MOVE RN-END-DATE (RN-INDEX) TO WKF-DATE;
077000       MOVE RN-END-HH (RN-INDEX) TO WKF-HH;
077100       MOVE RN-END-MM (RN-INDEX) TO WKF-MM;
077200       MOVE WK-FINISHED TO LL-FINISHED;
077300       DIVIDE LATE-MINUTES BY 60 GIVING LATE-HH
077400           REMAINDER LATE-MM;
077500       MOVE LATE-HH TO WKL-HH;
077600       MOVE LATE-MM TO WKL-MM;
077700       MOVE WK-LATE-BY TO LL-LATE-BY
077800     END-IF.
077900     MOVE LENGTH OF LINE-LATE TO PRINT-REC-LEN.
078000     WRITE PRINT-RECORD FROM LINE-LATE.
078100     MOVE 'APK023E' TO WTO-MSGID.
078200     MOVE SPACES TO WTO-MSGTEXT.
078300     IF RN-END-STAMP (RN-INDEX) = SPACES
078400      THEN
078500       STRING 'APKSLAR REPORT ' DELIMITED BY SIZE
078600           RN-JOBID (RN-INDEX) DELIMITED BY SIZE
078700           ' NOT FINISHED, DEPT ' DELIMITED BY SIZE
078800           SL-DEPT (SL-INDEX) DELIMITED BY SIZE
078900         INTO WTO-MSGTEXT
079000      ELSE
079100       STRING 'APKSLAR REPORT ' DELIMITED BY SIZE
079200           RN-JOBID (RN-INDEX) DELIMITED BY SIZE
079300           ' LATE BY ' DELIMITED BY SIZE
079400           WK-LATE-BY DELIMITED BY SIZE
079500           ', DEPT ' DELIMITED BY SIZE
079600           SL-DEPT (SL-INDEX) DELIMITED BY SIZE
079700         INTO WTO-MSGTEXT
079800     END-IF.
079900     CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT.
080000     SKIP1
080100 TITLE 'Report Totals'.
080200 0300-PRINT-NIGHT-TOTALS.
080300     IF FIRST-LATE
080400      THEN
080500       MOVE 'NO REPORT DUE TONIGHT FINISHED LATE' TO LN-TEXT;
080600       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
080700       WRITE PRINT-RECORD FROM LINE-NOTICE
080800     END-IF.
080900     MOVE '0' TO LT-CC.
081000     MOVE 'REPORTS DUE TONIGHT' TO LT-LABEL.
081100     MOVE TONIGHT-DUE-CNTR TO LT-COUNT.
081200     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
081300     WRITE PRINT-RECORD FROM LINE-TOTAL.
081400     MOVE SPACE TO LT-CC.
081500     MOVE 'DELIVERED ON TIME' TO LT-LABEL.
081600     MOVE TONIGHT-ONTIME-CNTR TO LT-COUNT.
081700     WRITE PRINT-RECORD FROM LINE-TOTAL.
081800     MOVE 'LATE OR NOT FINISHED' TO LT-LABEL.
081900     MOVE TONIGHT-LATE-CNTR TO LT-COUNT.
082000     WRITE PRINT-RECORD FROM LINE-TOTAL.
082100     MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN.
082200     IF SLA-TRUNCATED
082300      THEN
082400       MOVE 'SLA TABLE FULL - CARDS PAST 100 IGNORED' TO LN-TEXT;
082500       WRITE PRINT-RECORD FROM LINE-NOTICE
082600     END-IF.
082700     IF RUN-TRUNCATED
082800      THEN
082900       MOVE 'RUN TABLE FULL - JOBS PAST 200 NOT CHECKED'
083000         TO LN-TEXT;
083100       WRITE PRINT-RECORD FROM LINE-NOTICE
083200     END-IF.
083300 0400-PRINT-MONTH.
083400     MOVE REPORT-MONTH TO MT-MONTH.
083500     MOVE LENGTH OF MONTH-TITLE TO PRINT-REC-LEN.
083600     WRITE PRINT-RECORD FROM MONTH-TITLE.
083700     MOVE LENGTH OF MONTH-SUBTITLE TO PRINT-REC-LEN.
083800     WRITE PRINT-RECORD FROM MONTH-SUBTITLE.
083900     PERFORM 0410-PRINT-DEPT-LINE
084000         VARYING DP-INDEX FROM 1 BY 1
084100         UNTIL DP-INDEX > DP-CNTR.
084200     MOVE '0' TO LD-CC.
084300     MOVE 'ALL' TO LD-DEPT.
084400     MOVE TOT-DUE TO LD-DUE.
084500     MOVE TOT-ONTIME TO LD-ONTIME.
084600     MOVE TOT-LATE TO LD-LATE.
084700     MOVE ZERO TO COMPLIANCE-PCT.
084800     IF TOT-DUE > ZERO
084900      THEN
085000       COMPUTE COMPLIANCE-PCT ROUNDED = TOT-ONTIME * 100 / TOT-DUE
085100     END-IF.
085200     MOVE COMPLIANCE-PCT TO LD-PCT.
085300     MOVE LENGTH OF LINE-DEPT TO PRINT-REC-LEN.
085400     WRITE PRINT-RECORD FROM LINE-DEPT.
085500     IF DEPT-TRUNCATED
085600      THEN
085700       MOVE 'DEPT TABLE FULL - DEPTS PAST 50 ONLY IN ALL'
085800         TO LN-TEXT;
085900       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
086000       WRITE PRINT-RECORD FROM LINE-NOTICE
086100     END-IF.
086200 0410-PRINT-DEPT-LINE.
086300     MOVE SPACE TO LD-CC.
086400     MOVE DP-DEPT (DP-INDEX) TO LD-DEPT.
086500     MOVE DP-DUE (DP-INDEX) TO LD-DUE.
086600     MOVE DP-ONTIME (DP-INDEX) TO LD-ONTIME.
086700     MOVE DP-LATE (DP-INDEX) TO LD-LATE.
086800     COMPUTE COMPLIANCE-PCT ROUNDED =
086900         DP-ONTIME (DP-INDEX) * 100 / DP-DUE (DP-INDEX).
087000     MOVE COMPLIANCE-PCT TO LD-PCT.
087100     MOVE LENGTH OF LINE-DEPT TO PRINT-REC-LEN.
087200     WRITE PRINT-RECORD FROM LINE-DEPT.
087300 0900-TERMINATE.
087400     CLOSE PRINT-FILE.
087500     CLOSE SUMMARY-FILE.
087600     CLOSE HISTORY-FILE.
087700 END PROGRAM APKSLAR.
