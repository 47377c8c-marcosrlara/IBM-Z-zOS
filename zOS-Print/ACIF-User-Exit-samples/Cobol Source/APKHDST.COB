000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKHDST.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program shows a help-desk user the reprint
000900               requests they have filed, CICS transaction AKST,
001000               so the question "has my reprint gone out yet" is
001100               answered on the screen instead of by a call to
001200               operations.
001300
001400               The screen (map APKHDM2 of mapset APKHDMS) lists
001500               every request on the APKRPRQ queue whose requester
001600               is the signed-on user id, in the order filed,
001700               sixteen to a screen: its status (OPEN, GENERATED
001800               into a reprint run by APKRPRQM GEN, or FULFILLED
001900               once APKRPRQM CONFIRM has seen the run complete),
002000               the job and page range, the date added, the date
002100               fulfilled, and the reason. Requests filed through
002200               the APKRPRA cards under the user's id show here
002300               too. PF8 shows the next sixteen, Enter starts again
002400               from the top, PF4 returns to the inquiry
002500               (transaction AKIQ, program APKHDIQ), and PF3 ends
002600               the session.
002700
002800               Define FILE APKRPRQ to CICS for browse, as
002900               described in APKHDIQ. While the file is closed for
003000               the batch queue manager the screen says the queue
003100               is unavailable. Protect the transaction with RACF
003200               transaction security as for AKIQ.
003300 DATE-WRITTEN. 15 Oct 2026.
003400 DATE-COMPILED.
003500 SECURITY. IBM SAMPLE CODE ONLY.
003600*/**************************************************************/
003700*/* Licensed under the Apache License, Version 2.0 (the        */
003800*/* "License"); you may not use this file except in compliance */
003900*/* with the License. You may obtain a copy of the License at  */
004000*/*                                                            */
004100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
004200*/*                                                            */
004300*/* Unless required by applicable law or agreed to in writing, */
004400*/* software distributed under the License is distributed on an*/
004500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
004600*/* KIND, either express or implied.  See the License for the  */
004700*/* specific language governing permissions and limitations    */
004800*/* under the License.                                         */
004900*/*------------------------------------------------------------*/
005000*/*                                                            */
005100*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
005200*/*                                                            */
005300*/*   Permission to use, copy, modify, and distribute          */
005400*/*   this software for any purpose with or without fee        */
005500*/*   is hereby granted, provided that the above               */
005600*/*   copyright notices appear in all copies.                  */
005700*/*                                                            */
005800*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
005900*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
006000*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
006100*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
006200*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
006300*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
006400*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
006500*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
006600*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
006700*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
006800*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
006900*/**************************************************************/
007000 TITLE 'ACIF Online Reprint Request Status'.
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER. IBM-370.
007400 OBJECT-COMPUTER. IBM-370.
007500     EJECT
007600 DATA DIVISION.
007700 WORKING-STORAGE SECTION.
007800 77  PGMNAME                 PIC X(8) VALUE 'APKHDST'.
007900 77  INQUIRY-PGM             PIC X(8) VALUE 'APKHDIQ'.
008000 77  CICS-RESP               PIC S9(8) BINARY VALUE ZERO.
008100 77  SIGNON-USER             PIC X(8) VALUE SPACES.
008200 77  RQ-RBA                  PIC S9(8) BINARY VALUE ZERO.
008300 77  MATCH-CNTR              PIC 9(8) BINARY VALUE ZERO.
008400 77  RESP-DISP               PIC ZZZ9.
008500 77  BROWSE-FLAG             PIC X VALUE LOW-VALUE.
008600     88  BROWSE-DONE         VALUE HIGH-VALUE.
008700     88  BROWSE-GOING        VALUE LOW-VALUE.
008800 77  SCREEN-MSG              PIC X(79) VALUE SPACES.
008900     SKIP1
009000* a reprint request, laid out as APKRPRQM keeps it.
009100 01  WK-RPRQ-RECORD.
009200     05  WRQ-STATUS          PIC X.
009300         88  WRQ-OPEN        VALUE 'O'.
009400         88  WRQ-GENERATED   VALUE 'G'.
009500         88  WRQ-FULFILLED   VALUE 'F'.
009600     05  WRQ-JOBID           PIC X(8).
009700     05  WRQ-FROM-PAGE       PIC 9(8).
009800     05  WRQ-TO-PAGE         PIC 9(8).
009900     05  WRQ-REQUESTER       PIC X(8).
010000     05  WRQ-REASON          PIC X(20).
010100     05  WRQ-ADD-DATE        PIC 9(8).
010200     05  WRQ-FILL-DATE       PIC 9(8).
010300     05  FILLER              PIC X(11).
010400     SKIP1
010500* one request line of the status screen.
010600 01  STATUS-LINE.
010700     05  SL-STATUS           PIC X(9).
010800     05  FILLER              PIC X VALUE SPACE.
010900     05  SL-JOBID            PIC X(8).
011000     05  FILLER              PIC X VALUE SPACE.
011100     05  SL-FROM-PAGE        PIC ZZZZZZZ9.
011200     05  FILLER              PIC X VALUE SPACE.
011300     05  SL-TO-PAGE          PIC ZZZZZZZ9.
011400     05  FILLER              PIC X VALUE SPACE.
011500     05  SL-ADD-DATE         PIC 9(8).
011600     05  FILLER              PIC X VALUE SPACE.
011700     05  SL-FILL-DATE        PIC X(8).
011800     05  FILLER              PIC X VALUE SPACE.
011900     05  SL-REASON           PIC X(20).
012000     SKIP1
012100 COPY APKHDMS.
012200* a row-table view of map APKHDM2, so the sixteen request lines
012300* can be worked by subscript. it matches the symbolic map byte
012400* for byte.
012500 01  ST-SCREEN.
012600     05  FILLER              PIC X(12).
012700     05  STX-USR-L           PIC S9(4) BINARY.
012800     05  STX-USR-A           PIC X.
012900     05  STX-USR             PIC X(8).
013000     05  STX-ROW             OCCURS 16 TIMES
013100                             INDEXED BY STX-INDEX.
013200         10  STX-LIN-L       PIC S9(4) BINARY.
013300         10  STX-LIN-A       PIC X.
013400         10  STX-LIN         PIC X(78).
013500     05  STX-MSG-L           PIC S9(4) BINARY.
013600     05  STX-MSG-A           PIC X.
013700     05  STX-MSG             PIC X(79).
013800     SKIP1
013900* what the next task of the conversation needs: how far into the
014000* user's requests the screen is.
014100 01  ST-COMMAREA.
014200     05  STC-SKIP            PIC 9(8) BINARY.
014300     05  STC-ROW-CNTR        PIC 9(4) BINARY.
014400     05  STC-MORE-FLAG       PIC X.
014500         88  STC-MORE        VALUE 'Y'.
014600         88  STC-NO-MORE     VALUE 'N'.
014700 COPY DFHAID.
014800/ PROCESSING.
014900 LINKAGE SECTION.
015000 01  DFHCOMMAREA             PIC X(8).
015100 TITLE 'Initialization and Main Line'.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400* a pseudo-conversation: each task answers one key and returns,
015500* carrying its place in the list in the commarea.
015600     EXEC CICS ASSIGN USERID(SIGNON-USER)
015700          RESP(CICS-RESP)
015800     END-EXEC.
015900     IF EIBCALEN NOT = LENGTH OF ST-COMMAREA
016000      THEN
016100       MOVE ZERO TO STC-SKIP;
016200       MOVE ZERO TO STC-ROW-CNTR;
016300       SET STC-NO-MORE TO TRUE
016400      ELSE
016500       MOVE DFHCOMMAREA (1 : LENGTH OF ST-COMMAREA)
016600         TO ST-COMMAREA;
016700       EVALUATE EIBAID
016800        WHEN DFHPF3
016900        WHEN DFHCLEAR
017000         PERFORM 0900-END-SESSION;
017100        WHEN DFHPF4
017200         EXEC CICS XCTL PROGRAM(INQUIRY-PGM)
017300              RESP(CICS-RESP)
017400         END-EXEC;
017500         MOVE 'THE INQUIRY IS NOT AVAILABLE' TO SCREEN-MSG;
017600        WHEN DFHPF8
017700         IF STC-MORE
017800          THEN
017900           ADD STC-ROW-CNTR TO STC-SKIP
018000          ELSE
018100           MOVE 'NO MORE REQUESTS' TO SCREEN-MSG
018200         END-IF;
018300        WHEN DFHENTER
018400         MOVE ZERO TO STC-SKIP;
018500        WHEN OTHER
018600         MOVE 'THAT KEY IS NOT USED HERE' TO SCREEN-MSG;
018700       END-EVALUATE
018800     END-IF.
018900     PERFORM 0100-LIST-REQUESTS THRU 0100-EXIT.
019000     PERFORM 0800-SEND-SCREEN.
019100     EXEC CICS RETURN TRANSID(EIBTRNID)
019200          COMMAREA(ST-COMMAREA)
019300          LENGTH(LENGTH OF ST-COMMAREA)
019400     END-EXEC.
019500     GOBACK.
019600     SKIP1
019700 TITLE 'Request List'.
019800 0100-LIST-REQUESTS.
019900* the queue is browsed from the start, the user's requests
020000* already shown skipped, and the next sixteen put on the screen.
020100     MOVE LOW-VALUES TO ST-SCREEN.
020200     MOVE SIGNON-USER TO STX-USR.
020300     MOVE -1 TO STX-MSG-L.
020400     MOVE ZERO TO STC-ROW-CNTR.
020500     MOVE ZERO TO MATCH-CNTR.
020600     SET STC-NO-MORE TO TRUE.
020700     SET BROWSE-GOING TO TRUE.
020800     MOVE ZERO TO RQ-RBA.
020900     EXEC CICS STARTBR FILE('APKRPRQ')
021000          RIDFLD(RQ-RBA) RBA
021100          RESP(CICS-RESP)
021200     END-EXEC.
021300     EVALUATE TRUE
021400      WHEN CICS-RESP = DFHRESP(NORMAL)
021500       CONTINUE;
021600      WHEN CICS-RESP = DFHRESP(NOTFND)
021700       GO TO 0100-MESSAGE;
021800      WHEN OTHER
021900       PERFORM 0120-QUEUE-RESP-MSG;
022000       GO TO 0100-MESSAGE;
022100     END-EVALUATE.
022200     PERFORM UNTIL BROWSE-DONE
022300       EXEC CICS READNEXT FILE('APKRPRQ')
022400            INTO(WK-RPRQ-RECORD)
022500            RIDFLD(RQ-RBA) RBA
022600            RESP(CICS-RESP)
022700       END-EXEC
022800       IF CICS-RESP NOT = DFHRESP(NORMAL)
022900        THEN
023000         SET BROWSE-DONE TO TRUE
023100        ELSE
023200         IF WRQ-REQUESTER = SIGNON-USER
023300          THEN
023400           PERFORM 0110-ADD-LINE
023500         END-IF
023600       END-IF
023700     END-PERFORM.
023800     EXEC CICS ENDBR FILE('APKRPRQ')
023900          RESP(CICS-RESP)
024000     END-EXEC.
024100 0100-MESSAGE.
024200     IF STX-MSG = LOW-VALUES
024300      THEN
024400       EVALUATE TRUE
024500        WHEN STC-ROW-CNTR = ZERO AND STC-SKIP = ZERO
024600         MOVE SPACES TO STX-MSG;
024700         STRING 'NO REPRINT REQUESTS ON FILE FOR '
024800                 DELIMITED BY SIZE
024900             SIGNON-USER DELIMITED BY SPACE
025000           INTO STX-MSG;
025100        WHEN STC-MORE
025200         MOVE 'PF8 FOR MORE' TO STX-MSG;
025300        WHEN OTHER
025400         MOVE 'END OF LIST' TO STX-MSG;
025500       END-EVALUATE
025600     END-IF.
025700     IF SCREEN-MSG NOT = SPACES
025800      THEN
025900       MOVE SCREEN-MSG TO STX-MSG
026000     END-IF.
026100 0100-EXIT.
026200     EXIT.
026300 0110-ADD-LINE.
026400* a request past the lines already shown goes on the screen; one
026500* more than sixteen means there is another screen to come.
026600     ADD 1 TO MATCH-CNTR.
026700     IF MATCH-CNTR > STC-SKIP
026800      THEN
026900       IF STC-ROW-CNTR < 16
027000        THEN
027100         ADD 1 TO STC-ROW-CNTR;
027200         SET STX-INDEX TO STC-ROW-CNTR;
027300         EVALUATE TRUE
027400          WHEN WRQ-OPEN
027500           MOVE 'OPEN' TO SL-STATUS;
027600          WHEN WRQ-GENERATED
027700           MOVE 'GENERATED' TO SL-STATUS;
027800          WHEN WRQ-FULFILLED
027900           MOVE 'FULFILLED' TO SL-STATUS;
028000          WHEN OTHER
028100           MOVE WRQ-STATUS TO SL-STATUS;
028200         END-EVALUATE;
028300         MOVE WRQ-JOBID TO SL-JOBID;
028400         MOVE WRQ-FROM-PAGE TO SL-FROM-PAGE;
028500         MOVE WRQ-TO-PAGE TO SL-TO-PAGE;
028600         MOVE WRQ-ADD-DATE TO SL-ADD-DATE;
028700         IF WRQ-FILL-DATE = ZERO
028800          THEN
028900           MOVE SPACES TO SL-FILL-DATE
029000          ELSE
029100           MOVE WRQ-FILL-DATE TO SL-FILL-DATE
029200         END-IF;
029300         MOVE WRQ-REASON TO SL-REASON;
029400         MOVE STATUS-LINE TO STX-LIN (STX-INDEX)
029500        ELSE
029600         SET STC-MORE TO TRUE;
029700         SET BROWSE-DONE TO TRUE
029800       END-IF
029900     END-IF.
030000 0120-QUEUE-RESP-MSG.
030100* the queue is closed in CICS while the batch manager rewrites
030200* it; the user is told to try again rather than shown a file
030300* error.
030400     MOVE SPACES TO STX-MSG.
030500     IF CICS-RESP = DFHRESP(NOTOPEN)
030600        OR CICS-RESP = DFHRESP(DISABLED)
030700      THEN
030800       MOVE 'THE REPRINT QUEUE IS IN MAINTENANCE - TRY LATER'
030900         TO STX-MSG
031000      ELSE
031100       MOVE CICS-RESP TO RESP-DISP;
031200       STRING 'REPRINT QUEUE ERROR, RESP ' DELIMITED BY SIZE
031300           RESP-DISP DELIMITED BY SIZE
031400           ' - CALL OPERATIONS' DELIMITED BY SIZE
031500         INTO STX-MSG
031600     END-IF.
031700     SKIP1
031800 TITLE 'Screen Handling'.
031900 0800-SEND-SCREEN.
032000     MOVE ST-SCREEN TO APKHDM2O.
032100     EXEC CICS SEND MAP('APKHDM2') MAPSET('APKHDMS')
032200          ERASE CURSOR
032300          RESP(CICS-RESP)
032400     END-EXEC.
032500 0900-END-SESSION.
032600     EXEC CICS SEND CONTROL ERASE FREEKB
032700     END-EXEC.
032800     EXEC CICS RETURN
032900     END-EXEC.
033000 END PROGRAM APKHDST.
