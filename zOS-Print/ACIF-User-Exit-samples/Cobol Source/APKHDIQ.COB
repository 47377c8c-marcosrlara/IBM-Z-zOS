000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000140*    THE MASTER AND GROUP-TO-ACCOUNT KEYS NOW CARRY THE BATCH    *!@02A
000160*    WINDOW CYCLE BEHIND THE RUN DATE, AS APKXRFLD LOADS THEM;   *!@02A
000180*    THE ACCOUNT NUMBER IN APKGACM MOVES TO OFFSET 77.           *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKHDIQ.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program is the help desk's online statement
000900               inquiry and reprint request, CICS transaction AKIQ.
001000               Until now a service representative who needed a
001100               statement reprinted called operations, who coded
001200               APKXRFIQ inquiry cards, ran the batch inquiry, read
001300               the listing, and coded an APKRPRA card for the
001400               queue. Here the representative looks the statement
001500               up and files the request in one sitting.
001600
001700               The screen (map APKHDM1 of mapset APKHDMS) takes a
001800               lookup type and a name:
001900                 PAGE   - a page name, answered from the page
002000                          records of the APKXRFM master, one line
002100                          per physical page
002200                 GROUP  - a 44-byte group name, answered from the
002300                          type-G records APKXRFLD loads, one line
002400                          per run with the group's first and last
002500                          page
002600                 ACCT   - an account number, answered from the
002700                          APKGACM group-to-account master through
002800                          its account-number alternate index, one
002900                          line per statement
003000               Each line gives the job, the run date, and the page
003100               range, ten lines to a screen; PF8 shows the next
003200               ten. An R beside one or more lines and a reason
003300               adds one open request per line to the APKRPRQ
003400               queue, with the signed-on user id as the requester
003500               and today as the date added, exactly as an ADD
003600               card would. APKRPRQM GEN and CONFIRM then treat
003700               them like any other request. PF5 shows the user's
003800               own
003900               requests (transaction AKST, program APKHDST) and
004000               PF3 ends the session.
004100
004200               Only help-desk staff may file requests. Protect
004300               transactions AKIQ and AKST with RACF transaction
004400               security, and give the help-desk group UPDATE
004500               access to the APKRPRQ file resource; a user without
004600               it may look statements up but not queue a reprint.
004700
004800               Define to CICS:
004900                 FILE APKXRFM - the page master KSDS, read and
005000                                browse
005100                 FILE APKGACX - the path over an alternate
005200                                index of APKGACM keyed on the
005300                                account number (20 bytes at
005400                                offset 77, NONUNIQUEKEY), read    !@02C
005500                                and browse. Define the index
005600                                UPGRADE so the APKXRFLD loads
005700                                keep it current
005800                 FILE APKRPRQ - the reprint request queue, add
005900                                and browse. The queue must be
006000                                an ESDS defined REUSE so the
006100                                batch APKRPRQM can still
006200                                rewrite it whole; close the
006300                                file in CICS while APKRPRQM or
006400                                APKINSRP runs. While it is
006500                                closed the screen says the
006600                                queue is unavailable, and
006700                                nothing is lost.
006800               The queue holds 1000 requests, the APKRPRQM hold
006900               table; a request that would pass that is refused
007000               on the screen rather than dropped by the next batch
007100               run.
007200 DATE-WRITTEN. 15 Oct 2026.
007300 DATE-COMPILED.
007400 SECURITY. IBM SAMPLE CODE ONLY.
007500*/**************************************************************/
007600*/* Licensed under the Apache License, Version 2.0 (the        */
007700*/* "License"); you may not use this file except in compliance */
007800*/* with the License. You may obtain a copy of the License at  */
007900*/*                                                            */
008000*/* http://www.apache.org/licenses/LICENSE-2.0                 */
008100*/*                                                            */
008200*/* Unless required by applicable law or agreed to in writing, */
008300*/* software distributed under the License is distributed on an*/
008400*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
008500*/* KIND, either express or implied.  See the License for the  */
008600*/* specific language governing permissions and limitations    */
008700*/* under the License.                                         */
008800*/*------------------------------------------------------------*/
008900*/*                                                            */
009000*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
009100*/*                                                            */
009200*/*   Permission to use, copy, modify, and distribute          */
009300*/*   this software for any purpose with or without fee        */
009400*/*   is hereby granted, provided that the above               */
009500*/*   copyright notices appear in all copies.                  */
009600*/*                                                            */
009700*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
009800*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
009900*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
010000*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
010100*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
010200*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
010300*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
010400*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
010500*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
010600*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
010700*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
010800*/**************************************************************/
010900 TITLE 'ACIF Online Statement Inquiry and Reprint Request'.
011000 ENVIRONMENT DIVISION.
011100 CONFIGURATION SECTION.
011200 SOURCE-COMPUTER. IBM-370.
011300 OBJECT-COMPUTER. IBM-370.
011400     EJECT
011500 DATA DIVISION.
011600 WORKING-STORAGE SECTION.
011700 77  PGMNAME                 PIC X(8) VALUE 'APKHDIQ'.
011800 77  STATUS-PGM              PIC X(8) VALUE 'APKHDST'.
011900 77  CICS-RESP               PIC S9(8) BINARY VALUE ZERO.
012000 77  UPDATE-CVDA             PIC S9(8) BINARY VALUE ZERO.
012100 77  ABS-TIME                PIC S9(15) COMP-3 VALUE ZERO.
012200 77  TODAY-DATE              PIC X(8) VALUE SPACES.
012300 77  SIGNON-USER             PIC X(8) VALUE SPACES.
012400 77  RQ-RBA                  PIC S9(8) BINARY VALUE ZERO.
012500 77  QUEUE-LIMIT             PIC 9(8) BINARY VALUE 1000.
012600 77  QUEUE-CNTR              PIC 9(8) BINARY VALUE ZERO.
012700 77  MATCH-CNTR              PIC 9(8) BINARY VALUE ZERO.
012800 77  LINE-FIRST-PAGE         PIC 9(8) VALUE ZERO.
012900 77  LINE-LAST-PAGE          PIC 9(8) VALUE ZERO.
013000 77  SEL-CNTR                PIC 9(4) BINARY VALUE ZERO.
013100 77  ADD-CNTR                PIC 9(4) BINARY VALUE ZERO.
013200 77  ADD-DISP                PIC Z9.
013300 77  RESP-DISP               PIC ZZZ9.
013400 77  BROWSE-FLAG             PIC X VALUE LOW-VALUE.
013500     88  BROWSE-DONE         VALUE HIGH-VALUE.
013600     88  BROWSE-GOING        VALUE LOW-VALUE.
013700 77  SCREEN-ERROR-FLAG       PIC X VALUE LOW-VALUE.
013800     88  SCREEN-ERROR        VALUE HIGH-VALUE.
013900     88  SCREEN-OK           VALUE LOW-VALUE.
014000 77  SCREEN-MSG              PIC X(79) VALUE SPACES.
014100 77  MSG-WORK                PIC X(79) VALUE SPACES.
014200 77  FILE-LABEL              PIC X(14) VALUE SPACES.
014300 77  MASTER-BROWSE-FLAG      PIC X VALUE LOW-VALUE.
014400     88  MASTER-BROWSING     VALUE HIGH-VALUE.
014500     88  MASTER-NOT-BROWSING VALUE LOW-VALUE.
014600     SKIP1
014700* the page master record, as APKXRFIQ reads it: a page record per
014800* physical page, and a type-G record per named group keyed on the
014900* first 10 bytes of its name.
015000 01  XRFM-RECORD.
015100     05  XRFM-KEY.
015200         10  XRFM-PGNAME     PIC X(10).
015300         10  XRFM-JOBNAME    PIC X(8).
015400         10  XRFM-RUNDATE    PIC 9(8).
015450         10  XRFM-CYCLE      PIC 9.                               !@02A
015500         10  XRFM-PAGENUM    PIC 9(8).
015600     05  XRFM-RECTYPE        PIC X.
015700         88  XRFM-IS-GROUP   VALUE 'G'.
015800     05  XRFM-GRPNAME-REST   PIC X(34).
015900     05  XRFM-LAST-PAGE      PIC 9(8).
016000     05  FILLER              PIC X(2).                            !@02C
016100 01  XRFM-BROWSE-KEY         PIC X(35).                           !@02C
016200* the group-to-account record, as APKXRFLD loads it, read through
016300* the account-number path.
016400 01  GACM-RECORD.
016500     05  GACM-KEY.
016600         10  GACM-GRPNAME    PIC X(44).
016700         10  GACM-JOBNAME    PIC X(8).
016800         10  GACM-RUNDATE    PIC 9(8).
016850         10  GACM-CYCLE      PIC 9.                               !@02A
016900         10  GACM-FIRST-PAGE PIC 9(8).
017000     05  GACM-LAST-PAGE      PIC 9(8).
017100     05  GACM-ACCTNO         PIC X(20).
017200     05  GACM-DELIVERY       PIC X.
017300     05  FILLER              PIC X(2).                            !@02C
017400 01  GACX-BROWSE-KEY         PIC X(20).
017500* a reprint request, laid out as APKRPRQM keeps it.
017600 01  WK-RPRQ-RECORD.
017700     05  WRQ-STATUS          PIC X.
017800     05  WRQ-JOBID           PIC X(8).
017900     05  WRQ-FROM-PAGE       PIC 9(8).
018000     05  WRQ-TO-PAGE         PIC 9(8).
018100     05  WRQ-REQUESTER       PIC X(8).
018200     05  WRQ-REASON          PIC X(20).
018300     05  WRQ-ADD-DATE        PIC 9(8).
018400     05  WRQ-FILL-DATE       PIC 9(8).
018500     05  FILLER              PIC X(11).
018600     SKIP1
018700* one result line of the inquiry screen.
018800 01  RESULT-LINE.
018900     05  RL-JOBNAME          PIC X(8).
019000     05  FILLER              PIC X(2) VALUE SPACES.
019100     05  RL-RUNDATE          PIC 9(8).
019200     05  FILLER              PIC X(2) VALUE SPACES.
019300     05  RL-FIRST-PAGE       PIC ZZZZZZZ9.
019400     05  FILLER              PIC X(3) VALUE SPACES.
019500     05  RL-LAST-PAGE        PIC ZZZZZZZ9.
019600     05  FILLER              PIC X(3) VALUE SPACES.
019700     05  RL-NAME             PIC X(28).
019800     SKIP1
019900 COPY APKHDMS.
020000* a row-table view of map APKHDM1, so the ten result lines and
020100* their select columns can be worked by subscript. it matches the
020200* symbolic map byte for byte.
020300 01  IQ-SCREEN.
020400     05  FILLER              PIC X(12).
020500     05  IQX-TYPE-L          PIC S9(4) BINARY.
020600     05  IQX-TYPE-A          PIC X.
020700     05  IQX-TYPE            PIC X(5).
020800     05  IQX-KEY-L           PIC S9(4) BINARY.
020900     05  IQX-KEY-A           PIC X.
021000     05  IQX-KEY             PIC X(44).
021100     05  IQX-ROW             OCCURS 10 TIMES
021200                             INDEXED BY IQX-INDEX.
021300         10  IQX-SEL-L       PIC S9(4) BINARY.
021400         10  IQX-SEL-A       PIC X.
021500         10  IQX-SEL         PIC X.
021600         10  IQX-LIN-L       PIC S9(4) BINARY.
021700         10  IQX-LIN-A       PIC X.
021800         10  IQX-LIN         PIC X(70).
021900     05  IQX-RSN-L           PIC S9(4) BINARY.
022000     05  IQX-RSN-A           PIC X.
022100     05  IQX-RSN             PIC X(20).
022200     05  IQX-MSG-L           PIC S9(4) BINARY.
022300     05  IQX-MSG-A           PIC X.
022400     05  IQX-MSG             PIC X(79).
022500* the selections and reason as keyed, kept while the lines are
022600* rebuilt so a refused request comes back as the user left it.
022700 01  KEYED-SELECTIONS.
022800     05  KS-SEL              PIC X OCCURS 10 TIMES.
022900     05  KS-RSN              PIC X(20).
023000     SKIP1
023100* what the next task of the conversation needs: the lookup, how
023200* far into its answer the screen is, and the job and page range
023300* behind each line shown.
023400 01  IQ-COMMAREA.
023500     05  IQC-TYPE            PIC X(5).
023600         88  IQC-TYPE-PAGE   VALUE 'PAGE '.
023700         88  IQC-TYPE-GROUP  VALUE 'GROUP'.
023800         88  IQC-TYPE-ACCT   VALUE 'ACCT '.
023900     05  IQC-KEY             PIC X(44).
024000     05  IQC-SKIP            PIC 9(8) BINARY.
024100     05  IQC-MORE-FLAG       PIC X.
024200         88  IQC-MORE        VALUE 'Y'.
024300         88  IQC-NO-MORE     VALUE 'N'.
024400     05  IQC-ROW-CNTR        PIC 9(4) BINARY.
024500     05  IQC-ROW             OCCURS 10 TIMES
024600                             INDEXED BY IQC-INDEX.
024700         10  IQC-JOBNAME     PIC X(8).
024800         10  IQC-FIRST-PAGE  PIC 9(8).
024900         10  IQC-LAST-PAGE   PIC 9(8).
025000 COPY DFHAID.
025100/ PROCESSING.
025200 LINKAGE SECTION.
025300 01  DFHCOMMAREA             PIC X(300).
025400 TITLE 'Initialization and Main Line'.
025500 PROCEDURE DIVISION.
025600 0000-MAINLINE.
025700* a pseudo-conversation: each task answers one key and returns,
025800* carrying its state in the commarea.
025900     EXEC CICS ASSIGN USERID(SIGNON-USER)
026000          RESP(CICS-RESP)
026100     END-EXEC.
026200     EXEC CICS ASKTIME ABSTIME(ABS-TIME)
026300     END-EXEC.
026400     EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
026500          YYYYMMDD(TODAY-DATE)
026600     END-EXEC.
026700     IF EIBCALEN NOT = LENGTH OF IQ-COMMAREA
026800      THEN
026900       PERFORM 0010-FIRST-SCREEN
027000      ELSE
027100       MOVE DFHCOMMAREA (1 : LENGTH OF IQ-COMMAREA)
027200         TO IQ-COMMAREA;
027300       EVALUATE EIBAID
027400        WHEN DFHPF3
027500        WHEN DFHCLEAR
027600         PERFORM 0900-END-SESSION;
027700        WHEN DFHPF5
027800         EXEC CICS XCTL PROGRAM(STATUS-PGM)
027900              RESP(CICS-RESP)
028000         END-EXEC;
028100         MOVE 'REQUEST STATUS IS NOT AVAILABLE' TO SCREEN-MSG;
028200         PERFORM 0300-LOOKUP THRU 0300-EXIT;
028300        WHEN DFHPF8
028400         PERFORM 0030-NEXT-SCREEN;
028500        WHEN DFHENTER
028600         PERFORM 0100-PROCESS-ENTER THRU 0100-EXIT;
028700        WHEN OTHER
028800         MOVE 'THAT KEY IS NOT USED HERE' TO SCREEN-MSG;
028900         PERFORM 0300-LOOKUP THRU 0300-EXIT;
029000       END-EVALUATE
029100     END-IF.
029200     PERFORM 0800-SEND-SCREEN.
029300     EXEC CICS RETURN TRANSID(EIBTRNID)
029400          COMMAREA(IQ-COMMAREA)
029500          LENGTH(LENGTH OF IQ-COMMAREA)
029600     END-EXEC.
029700     GOBACK.
029800 0010-FIRST-SCREEN.
029900     MOVE SPACES TO IQC-TYPE.
030000     MOVE SPACES TO IQC-KEY.
030100     MOVE ZERO TO IQC-SKIP.
030200     SET IQC-NO-MORE TO TRUE.
030300     MOVE ZERO TO IQC-ROW-CNTR.
030400     MOVE LOW-VALUES TO IQ-SCREEN.
030500     MOVE 'ENTER A LOOKUP TYPE AND A PAGE, GROUP, OR ACCOUNT'
030600       TO IQX-MSG.
030700     MOVE -1 TO IQX-TYPE-L.
030800 0030-NEXT-SCREEN.
030900* the next ten lines of the answer on screen, or the same ten
031000* again when there are no more.
031100     IF IQC-MORE
031200      THEN
031300       ADD IQC-ROW-CNTR TO IQC-SKIP
031400      ELSE
031500       MOVE 'NO MORE LINES' TO SCREEN-MSG
031600     END-IF.
031700     PERFORM 0300-LOOKUP THRU 0300-EXIT.
031800     SKIP1
031900 TITLE 'Enter Key'.
032000 0100-PROCESS-ENTER.
032100* lines marked with a select character are a reprint request
032200* against the answer on screen; otherwise the type and name are a
032300* new lookup.
032400     EXEC CICS RECEIVE MAP('APKHDM1') MAPSET('APKHDMS')
032500          RESP(CICS-RESP)
032600     END-EXEC.
032700     IF CICS-RESP = DFHRESP(MAPFAIL)
032800      THEN
032900       MOVE 'ENTER A LOOKUP TYPE AND NAME' TO SCREEN-MSG;
033000       PERFORM 0300-LOOKUP THRU 0300-EXIT;
033100       GO TO 0100-EXIT
033200     END-IF.
033300     MOVE APKHDM1I TO IQ-SCREEN.
033400     MOVE ZERO TO SEL-CNTR.
033500     PERFORM 0110-NOTE-SELECTION
033600         VARYING IQX-INDEX FROM 1 BY 1
033700         UNTIL IQX-INDEX > 10.
033800     IF IQX-RSN-L > ZERO
033900      THEN
034000       MOVE IQX-RSN TO KS-RSN
034100      ELSE
034200       MOVE SPACES TO KS-RSN
034300     END-IF.
034400     IF SEL-CNTR > ZERO
034500      THEN
034600       PERFORM 0200-FILE-REQUESTS THRU 0200-EXIT;
034700       GO TO 0100-EXIT
034800     END-IF.
034900     IF IQX-TYPE-L > ZERO
035000      THEN
035100       MOVE IQX-TYPE TO IQC-TYPE
035200     END-IF.
035300     IF IQX-KEY-L > ZERO
035400      THEN
035500       MOVE IQX-KEY TO IQC-KEY
035600     END-IF.
035700     INSPECT IQC-TYPE REPLACING ALL LOW-VALUE BY SPACE.
035800     INSPECT IQC-TYPE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
035900         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
036000     INSPECT IQC-KEY REPLACING ALL LOW-VALUE BY SPACE.
036100     MOVE ZERO TO IQC-SKIP.
036200     PERFORM 0300-LOOKUP THRU 0300-EXIT.
036300 0100-EXIT.
036400     EXIT.
036500 0110-NOTE-SELECTION.
036600     SET IQC-INDEX TO IQX-INDEX.
036700     IF IQX-SEL-L (IQX-INDEX) > ZERO
036800        AND IQX-SEL (IQX-INDEX) NOT = SPACE
036900        AND IQX-SEL (IQX-INDEX) NOT = LOW-VALUE
037000      THEN
037100       MOVE IQX-SEL (IQX-INDEX) TO KS-SEL (IQC-INDEX);
037200       ADD 1 TO SEL-CNTR
037300      ELSE
037400       MOVE SPACE TO KS-SEL (IQC-INDEX)
037500     END-IF.
037600     SKIP1
037700 TITLE 'Reprint Request'.
037800 0200-FILE-REQUESTS.
037900* every line marked R becomes an open request on the queue, as an
038000* APKRPRA page-range card would. a queue without room for all the
038100* marked lines takes none of them.
038200     EXEC CICS QUERY SECURITY RESTYPE('FILE')
038300          RESID('APKRPRQ')
038400          UPDATE(UPDATE-CVDA)
038500          RESP(CICS-RESP)
038600     END-EXEC.
038700     IF UPDATE-CVDA NOT = DFHVALUE(UPDATABLE)
038800      THEN
038900       MOVE 'YOU ARE NOT AUTHORIZED TO REQUEST REPRINTS'
039000         TO SCREEN-MSG;
039100       PERFORM 0290-REFUSE-REQUEST;
039200       GO TO 0200-EXIT
039300     END-IF.
039400     SET SCREEN-OK TO TRUE.
039500     PERFORM 0210-CHECK-SELECTION
039600         VARYING IQC-INDEX FROM 1 BY 1
039700         UNTIL IQC-INDEX > 10.
039800     IF SCREEN-ERROR
039900      THEN
040000       MOVE 'MARK ONLY THE LINES SHOWN, AND ONLY WITH R'
040100         TO SCREEN-MSG;
040200       PERFORM 0290-REFUSE-REQUEST;
040300       GO TO 0200-EXIT
040400     END-IF.
040500     IF KS-RSN = SPACES
040600      THEN
040700       MOVE 'GIVE A REASON FOR THE REPRINT' TO SCREEN-MSG;
040800       PERFORM 0290-REFUSE-REQUEST;
040900       GO TO 0200-EXIT
041000     END-IF.
041100     PERFORM 0220-COUNT-QUEUE THRU 0220-EXIT.
041200     IF SCREEN-ERROR
041300      THEN
041400       PERFORM 0290-REFUSE-REQUEST;
041500       GO TO 0200-EXIT
041600     END-IF.
041700     IF QUEUE-CNTR + SEL-CNTR > QUEUE-LIMIT
041800      THEN
041900       MOVE 'THE REPRINT QUEUE IS FULL - CALL OPERATIONS'
042000         TO SCREEN-MSG;
042100       PERFORM 0290-REFUSE-REQUEST;
042200       GO TO 0200-EXIT
042300     END-IF.
042400     MOVE ZERO TO ADD-CNTR.
042500     PERFORM 0230-ADD-ONE-REQUEST
042600         VARYING IQC-INDEX FROM 1 BY 1
042700         UNTIL IQC-INDEX > IQC-ROW-CNTR
042800            OR SCREEN-ERROR.
042900     IF SCREEN-ERROR
043000      THEN
043100       MOVE ADD-CNTR TO ADD-DISP;
043200       MOVE SPACES TO MSG-WORK;
043300       STRING SCREEN-MSG DELIMITED BY '  '
043400           ' -' DELIMITED BY SIZE
043500           ADD-DISP DELIMITED BY SIZE
043600           ' QUEUED' DELIMITED BY SIZE
043700         INTO MSG-WORK;
043800       MOVE MSG-WORK TO SCREEN-MSG;
043900       PERFORM 0290-REFUSE-REQUEST;
044000       GO TO 0200-EXIT
044100     END-IF.
044200     MOVE ADD-CNTR TO ADD-DISP.
044300     MOVE SPACES TO SCREEN-MSG.
044400     STRING ADD-DISP DELIMITED BY SIZE
044500         ' REPRINT REQUEST(S) QUEUED FOR ' DELIMITED BY SIZE
044600         SIGNON-USER DELIMITED BY SPACE
044700         ' - PF5 TO SEE THEIR STATUS' DELIMITED BY SIZE
044800       INTO SCREEN-MSG.
044900     PERFORM 0300-LOOKUP THRU 0300-EXIT.
045000 0200-EXIT.
045100     EXIT.
045200 0210-CHECK-SELECTION.
045300     IF KS-SEL (IQC-INDEX) NOT = SPACE
045400      THEN
045500       IF (KS-SEL (IQC-INDEX) NOT = 'R'
045600           AND KS-SEL (IQC-INDEX) NOT = 'r')
045700          OR IQC-INDEX > IQC-ROW-CNTR
045800        THEN
045900         SET SCREEN-ERROR TO TRUE
046000       END-IF
046100     END-IF.
046200 0220-COUNT-QUEUE.
046300* the batch manager holds the queue in a 1000-entry table, so the
046400* queue is counted before anything is added to it.
046500     MOVE ZERO TO QUEUE-CNTR.
046600     MOVE ZERO TO RQ-RBA.
046700     EXEC CICS STARTBR FILE('APKRPRQ')
046800          RIDFLD(RQ-RBA) RBA
046900          RESP(CICS-RESP)
047000     END-EXEC.
047100     EVALUATE TRUE
047200      WHEN CICS-RESP = DFHRESP(NORMAL)
047300       CONTINUE;
047400      WHEN CICS-RESP = DFHRESP(NOTFND)
047500       GO TO 0220-EXIT;
047600      WHEN OTHER
047700       PERFORM 0280-QUEUE-RESP-MSG;
047800       GO TO 0220-EXIT;
047900     END-EVALUATE.
048000     SET BROWSE-GOING TO TRUE.
048100     PERFORM UNTIL BROWSE-DONE
048200       EXEC CICS READNEXT FILE('APKRPRQ')
048300            INTO(WK-RPRQ-RECORD)
048400            RIDFLD(RQ-RBA) RBA
048500            RESP(CICS-RESP)
048600       END-EXEC
048700       IF CICS-RESP = DFHRESP(NORMAL)
048800        THEN
048900         ADD 1 TO QUEUE-CNTR
049000        ELSE
049100         SET BROWSE-DONE TO TRUE
049200       END-IF
049300     END-PERFORM.
049400     EXEC CICS ENDBR FILE('APKRPRQ')
049500          RESP(CICS-RESP)
049600     END-EXEC.
049700 0220-EXIT.
049800     EXIT.
049900 0230-ADD-ONE-REQUEST.
050000     IF KS-SEL (IQC-INDEX) NOT = SPACE
050100      THEN
050200       MOVE SPACES TO WK-RPRQ-RECORD;
050300       MOVE 'O' TO WRQ-STATUS;
050400       MOVE IQC-JOBNAME (IQC-INDEX) TO WRQ-JOBID;
050500       MOVE IQC-FIRST-PAGE (IQC-INDEX) TO WRQ-FROM-PAGE;
050600       MOVE IQC-LAST-PAGE (IQC-INDEX) TO WRQ-TO-PAGE;
050700       MOVE SIGNON-USER TO WRQ-REQUESTER;
050800       MOVE KS-RSN TO WRQ-REASON;
050900       MOVE TODAY-DATE TO WRQ-ADD-DATE;
051000       MOVE ZERO TO WRQ-FILL-DATE;
051100       EXEC CICS WRITE FILE('APKRPRQ')
051200            FROM(WK-RPRQ-RECORD)
051300            RIDFLD(RQ-RBA) RBA
051400            RESP(CICS-RESP)
051500       END-EXEC;
051600       IF CICS-RESP = DFHRESP(NORMAL)
051700        THEN
051800         ADD 1 TO ADD-CNTR;
051900         MOVE SPACE TO KS-SEL (IQC-INDEX)
052000        ELSE
052100         PERFORM 0280-QUEUE-RESP-MSG
052200       END-IF
052300     END-IF.
052400 0280-QUEUE-RESP-MSG.
052500* the queue is closed in CICS while the batch manager rewrites
052600* it; the user is told to try again rather than shown a file
052700* error.
052800     SET SCREEN-ERROR TO TRUE.
052900     EVALUATE TRUE
053000      WHEN CICS-RESP = DFHRESP(NOTOPEN)
053100      WHEN CICS-RESP = DFHRESP(DISABLED)
053200       MOVE 'THE REPRINT QUEUE IS IN MAINTENANCE - TRY LATER'
053300         TO SCREEN-MSG;
053400      WHEN CICS-RESP = DFHRESP(NOSPACE)
053500       MOVE 'THE REPRINT QUEUE IS FULL - CALL OPERATIONS'
053600         TO SCREEN-MSG;
053700      WHEN CICS-RESP = DFHRESP(NOTAUTH)
053800       MOVE 'YOU ARE NOT AUTHORIZED TO REQUEST REPRINTS'
053900         TO SCREEN-MSG;
054000      WHEN OTHER
054100       MOVE CICS-RESP TO RESP-DISP;
054200       MOVE SPACES TO SCREEN-MSG;
054300       STRING 'REPRINT QUEUE ERROR, RESP ' DELIMITED BY SIZE
054400           RESP-DISP DELIMITED BY SIZE
054500           ' - CALL OPERATIONS' DELIMITED BY SIZE
054600         INTO SCREEN-MSG;
054700     END-EVALUATE.
054800 0290-REFUSE-REQUEST.
054900* the lines are rebuilt and the user's marks and reason put back,
055000* with the cursor on the reason when that is what is missing.
055100     PERFORM 0300-LOOKUP THRU 0300-EXIT.
055200     PERFORM 0295-RESTORE-SELECTION
055300         VARYING IQC-INDEX FROM 1 BY 1
055400         UNTIL IQC-INDEX > 10.
055500     MOVE KS-RSN TO IQX-RSN.
055600     IF KS-RSN = SPACES
055700      THEN
055800       MOVE ZERO TO IQX-TYPE-L;
055900       MOVE -1 TO IQX-RSN-L
056000     END-IF.
056100 0295-RESTORE-SELECTION.
056200     SET IQX-INDEX TO IQC-INDEX.
056300     MOVE KS-SEL (IQC-INDEX) TO IQX-SEL (IQX-INDEX).
056400     SKIP1
056500 TITLE 'Lookup'.
056600 0300-LOOKUP.
056700* the lookup in the commarea is answered from the top, the lines
056800* already shown skipped, and the next ten put on the screen, with
056900* any message already set in place of the usual one.
057000     MOVE LOW-VALUES TO IQ-SCREEN.
057100     MOVE IQC-TYPE TO IQX-TYPE.
057200     MOVE IQC-KEY TO IQX-KEY.
057300     MOVE -1 TO IQX-TYPE-L.
057400     MOVE ZERO TO IQC-ROW-CNTR.
057500     MOVE ZERO TO MATCH-CNTR.
057600     SET IQC-NO-MORE TO TRUE.
057700     SET BROWSE-GOING TO TRUE.
057800     IF IQC-TYPE = SPACES AND IQC-KEY = SPACES
057900      THEN
058000       MOVE 'ENTER A LOOKUP TYPE AND A PAGE, GROUP, OR ACCOUNT'
058100         TO IQX-MSG;
058200       GO TO 0300-MESSAGE
058300     END-IF.
058400     IF IQC-KEY = SPACES
058500      THEN
058600       MOVE 'ENTER THE NAME OR ACCOUNT TO LOOK UP' TO IQX-MSG;
058700       MOVE -1 TO IQX-KEY-L;
058800       GO TO 0300-MESSAGE
058900     END-IF.
059000     EVALUATE TRUE
059100      WHEN IQC-TYPE-PAGE
059200       PERFORM 0310-BROWSE-PAGES THRU 0310-EXIT;
059300      WHEN IQC-TYPE-GROUP
059400       PERFORM 0320-BROWSE-GROUPS THRU 0320-EXIT;
059500      WHEN IQC-TYPE-ACCT
059600       PERFORM 0330-BROWSE-ACCOUNT THRU 0330-EXIT;
059700      WHEN OTHER
059800       MOVE 'LOOKUP TYPE MUST BE PAGE, GROUP, OR ACCT' TO IQX-MSG;
059900       GO TO 0300-MESSAGE;
060000     END-EVALUATE.
060100     IF IQX-MSG = LOW-VALUES
060200      THEN
060300       EVALUATE TRUE
060400        WHEN IQC-ROW-CNTR = ZERO AND IQC-SKIP = ZERO
060500         MOVE 'NOTHING ON FILE FOR THAT NAME' TO IQX-MSG;
060600        WHEN IQC-MORE
060700         MOVE 'PF8 FOR MORE - R AND A REASON REQUEST A REPRINT'
060800           TO IQX-MSG;
060900        WHEN OTHER
061000         MOVE 'END OF LIST - R AND A REASON REQUEST A REPRINT'
061100           TO IQX-MSG;
061200       END-EVALUATE
061300     END-IF.
061400 0300-MESSAGE.
061500     IF SCREEN-MSG NOT = SPACES
061600      THEN
061700       MOVE SCREEN-MSG TO IQX-MSG;
061800       MOVE SPACES TO SCREEN-MSG
061900     END-IF.
062000 0300-EXIT.
062100     EXIT.
062200 0310-BROWSE-PAGES.
062300* every page record of the name, oldest run first. group records
062400* keyed on the same ten bytes are passed over.
062500     MOVE LOW-VALUES TO XRFM-BROWSE-KEY.
062600     MOVE IQC-KEY (1 : 10) TO XRFM-BROWSE-KEY (1 : 10).
062700     PERFORM 0340-START-MASTER THRU 0340-EXIT.
062800     PERFORM UNTIL BROWSE-DONE
062900       EXEC CICS READNEXT FILE('APKXRFM')
063000            INTO(XRFM-RECORD)
063100            RIDFLD(XRFM-BROWSE-KEY)
063200            RESP(CICS-RESP)
063300       END-EXEC
063400       IF CICS-RESP NOT = DFHRESP(NORMAL)
063500          OR XRFM-PGNAME NOT = IQC-KEY (1 : 10)
063600        THEN
063700         SET BROWSE-DONE TO TRUE
063800        ELSE
063900         IF NOT XRFM-IS-GROUP
064000          THEN
064100           MOVE XRFM-JOBNAME TO RL-JOBNAME;
064200           MOVE XRFM-RUNDATE TO RL-RUNDATE;
064300           MOVE XRFM-PAGENUM TO LINE-FIRST-PAGE;
064400           MOVE XRFM-PAGENUM TO LINE-LAST-PAGE;
064500           MOVE XRFM-PGNAME TO RL-NAME;
064600           PERFORM 0350-ADD-LINE
064700         END-IF
064800       END-IF
064900     END-PERFORM.
065000     PERFORM 0345-END-MASTER.
065100 0310-EXIT.
065200     EXIT.
065300 0320-BROWSE-GROUPS.
065400* the type-G records under the name's first ten bytes whose
065500* remaining 34 bytes match too.
065600     MOVE LOW-VALUES TO XRFM-BROWSE-KEY.
065700     MOVE IQC-KEY (1 : 10) TO XRFM-BROWSE-KEY (1 : 10).
065800     PERFORM 0340-START-MASTER THRU 0340-EXIT.
065900     PERFORM UNTIL BROWSE-DONE
066000       EXEC CICS READNEXT FILE('APKXRFM')
066100            INTO(XRFM-RECORD)
066200            RIDFLD(XRFM-BROWSE-KEY)
066300            RESP(CICS-RESP)
066400       END-EXEC
066500       IF CICS-RESP NOT = DFHRESP(NORMAL)
066600          OR XRFM-PGNAME NOT = IQC-KEY (1 : 10)
066700        THEN
066800         SET BROWSE-DONE TO TRUE
066900        ELSE
067000         IF XRFM-IS-GROUP
067100            AND XRFM-GRPNAME-REST = IQC-KEY (11 : 34)
067200          THEN
067300           MOVE XRFM-JOBNAME TO RL-JOBNAME;
067400           MOVE XRFM-RUNDATE TO RL-RUNDATE;
067500           MOVE XRFM-PAGENUM TO LINE-FIRST-PAGE;
067600           MOVE XRFM-LAST-PAGE TO LINE-LAST-PAGE;
067700           MOVE IQC-KEY TO RL-NAME;
067800           PERFORM 0350-ADD-LINE
067900         END-IF
068000       END-IF
068100     END-PERFORM.
068200     PERFORM 0345-END-MASTER.
068300 0320-EXIT.
068400     EXIT.
068500 0330-BROWSE-ACCOUNT.
068600* every statement of the account, through the account-number
068700* path. duplicate keys are the normal case on a path over a
068800* non-unique index.
068900     MOVE IQC-KEY (1 : 20) TO GACX-BROWSE-KEY.
069000     EXEC CICS STARTBR FILE('APKGACX')
069100          RIDFLD(GACX-BROWSE-KEY)
069200          GTEQ
069300          RESP(CICS-RESP)
069400     END-EXEC.
069500     EVALUATE TRUE
069600      WHEN CICS-RESP = DFHRESP(NORMAL)
069700       CONTINUE;
069800      WHEN CICS-RESP = DFHRESP(NOTFND)
069900       GO TO 0330-EXIT;
070000      WHEN OTHER
070100       MOVE 'ACCOUNT INDEX' TO FILE-LABEL;
070200       PERFORM 0360-FILE-RESP-MSG;
070300       GO TO 0330-EXIT;
070400     END-EVALUATE.
070500     PERFORM UNTIL BROWSE-DONE
070600       EXEC CICS READNEXT FILE('APKGACX')
070700            INTO(GACM-RECORD)
070800            RIDFLD(GACX-BROWSE-KEY)
070900            RESP(CICS-RESP)
071000       END-EXEC
071100       IF (CICS-RESP NOT = DFHRESP(NORMAL)
071200           AND CICS-RESP NOT = DFHRESP(DUPKEY))
071300          OR GACM-ACCTNO NOT = IQC-KEY (1 : 20)
071400        THEN
071500         SET BROWSE-DONE TO TRUE
071600        ELSE
071700         MOVE GACM-JOBNAME TO RL-JOBNAME;
071800         MOVE GACM-RUNDATE TO RL-RUNDATE;
071900         MOVE GACM-FIRST-PAGE TO LINE-FIRST-PAGE;
072000         MOVE GACM-LAST-PAGE TO LINE-LAST-PAGE;
072100         MOVE GACM-GRPNAME TO RL-NAME;
072200         PERFORM 0350-ADD-LINE
072300       END-IF
072400     END-PERFORM.
072500     EXEC CICS ENDBR FILE('APKGACX')
072600          RESP(CICS-RESP)
072700     END-EXEC.
072800 0330-EXIT.
072900     EXIT.
073000 0340-START-MASTER.
073100     EXEC CICS STARTBR FILE('APKXRFM')
073200          RIDFLD(XRFM-BROWSE-KEY)
073300          GTEQ
073400          RESP(CICS-RESP)
073500     END-EXEC.
073600     SET MASTER-NOT-BROWSING TO TRUE.
073700     EVALUATE TRUE
073800      WHEN CICS-RESP = DFHRESP(NORMAL)
073900       SET MASTER-BROWSING TO TRUE;
074000      WHEN CICS-RESP = DFHRESP(NOTFND)
074100       SET BROWSE-DONE TO TRUE;
074200      WHEN OTHER
074300       MOVE 'PAGE MASTER' TO FILE-LABEL;
074400       PERFORM 0360-FILE-RESP-MSG;
074500     END-EVALUATE.
074600 0340-EXIT.
074700     EXIT.
074800 0345-END-MASTER.
074900     IF MASTER-BROWSING
075000      THEN
075100       EXEC CICS ENDBR FILE('APKXRFM')
075200            RESP(CICS-RESP)
075300       END-EXEC
075400     END-IF.
075500 0350-ADD-LINE.
075600* a match past the lines already shown goes on the screen; one
075700* more than ten means there is another screen to come.
075800     ADD 1 TO MATCH-CNTR.
075900     IF MATCH-CNTR > IQC-SKIP
076000      THEN
076100       IF IQC-ROW-CNTR < 10
076200        THEN
076300         ADD 1 TO IQC-ROW-CNTR;
076400         SET IQC-INDEX TO IQC-ROW-CNTR;
076500         SET IQX-INDEX TO IQC-ROW-CNTR;
076600         MOVE RL-JOBNAME TO IQC-JOBNAME (IQC-INDEX);
076700         MOVE LINE-FIRST-PAGE TO IQC-FIRST-PAGE (IQC-INDEX);
076800         MOVE LINE-LAST-PAGE TO IQC-LAST-PAGE (IQC-INDEX);
076900         MOVE LINE-FIRST-PAGE TO RL-FIRST-PAGE;
077000         MOVE LINE-LAST-PAGE TO RL-LAST-PAGE;
077100         MOVE RESULT-LINE TO IQX-LIN (IQX-INDEX);
077200         MOVE SPACE TO IQX-SEL (IQX-INDEX)
077300        ELSE
077400         SET IQC-MORE TO TRUE;
077500         SET BROWSE-DONE TO TRUE
077600       END-IF
077700     END-IF.
077800 0360-FILE-RESP-MSG.
077900* the file named in the label could not be browsed.
078000     SET BROWSE-DONE TO TRUE.
078100     MOVE SPACES TO IQX-MSG.
078200     IF CICS-RESP = DFHRESP(NOTOPEN)
078300        OR CICS-RESP = DFHRESP(DISABLED)
078400      THEN
078500       STRING 'THE ' DELIMITED BY SIZE
078600           FILE-LABEL DELIMITED BY '  '
078700           ' IS NOT AVAILABLE - TRY AGAIN LATER' DELIMITED BY SIZE
078800         INTO IQX-MSG
078900      ELSE
079000       MOVE CICS-RESP TO RESP-DISP;
079100       STRING FILE-LABEL DELIMITED BY '  '
079200           ' ERROR, RESP ' DELIMITED BY SIZE
079300           RESP-DISP DELIMITED BY SIZE
079400           ' - CALL OPERATIONS' DELIMITED BY SIZE
079500         INTO IQX-MSG
079600     END-IF.
079700     SKIP1
079800 TITLE 'Screen Handling'.
079900 0800-SEND-SCREEN.
080000     MOVE IQ-SCREEN TO APKHDM1O.
080100     EXEC CICS SEND MAP('APKHDM1') MAPSET('APKHDMS')
080200          ERASE CURSOR
080300          RESP(CICS-RESP)
080400     END-EXEC.
080500 0900-END-SESSION.
080600     EXEC CICS SEND CONTROL ERASE FREEKB
080700     END-EXEC.
080800     EXEC CICS RETURN
080900     END-EXEC.
081000 END PROGRAM APKHDIQ.
