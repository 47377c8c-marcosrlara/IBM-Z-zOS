000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKDREG.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program keeps the burst distribution register:
000900               one entry for every department dataset APKDBRST
001000               writes for a remote site, followed from the burst
001100               through its transmission to the branch and its
001200               printing there. It runs each morning, and may be
001300               run again at any time; the report it prints lists
001400               every burst the branch has not acknowledged within
001500               its department's time limit, so the branch is
001600               called before it finds out at 9 AM that its
001700               reports never arrived.
001800
001900               Each run takes, in this order:
002000                 APKDBRW - the register work records APKDBRST
002100                           appended since the last run, one per
002200                           output written. They become new
002300                           register entries, and the work file
002400                           is reset (emptied).
002500                 APKXFRC - the transfer product's completion
002600                           records, as the site's log extract
002700                           formats them: the dataset name in
002800                           columns 1-44, the destination node in
002900                           46-53, the completion date (YYYYMMDD)
003000                           in 55-62 and time (HHMMSS) in 64-69,
003100                           and the completion code in 71-74,
003200                           0000 for a good transfer. A good
003300                           transfer marks the entry sent; a
003400                           failed one is noted on the entry,
003500                           which stays unsent.
003600                 APKRPAC - the remote printers' accounting
003700                           records, formatted the same way with
003800                           the pages printed in columns 71-78 in
003900                           place of the code. A record marks the
004000                           entry acknowledged.
004100               An event applies to the newest entry for its
004200               dataset name not yet in that state and written
004300               before the event, since the same names are
004400               written again each day. An event matching no
004500               entry is counted and otherwise ignored.
004600
004700               An entry not acknowledged by the time limit on
004800               its routing card (minutes from the burst; 360
004900               when none was given) is listed with how far it
005000               has got, and raises operator message APK025E
005100               through APKWTO; the step then ends with return
005200               code 4. Entries whose burst is more than 30 days
005300               old are dropped from the register.
005400
005500               Allocate these DDs:
005600                 APKDREG  - the register, RECFM FB, LRECL 160,
005700                            read whole and rewritten
005800                 APKDBRW  - the register work file
005900                 APKXFRC  - the transfer completion records
006000                 APKRPAC  - the remote accounting records
006100                            (either may be DUMMY)
006200                 PAPKDREG - the printed report, LRECL 125,
006300                            BLKSIZE n*125+4, VBA
006400 DATE-WRITTEN. 15 Oct 2026.
006500 DATE-COMPILED.
006600 SECURITY. IBM SAMPLE CODE ONLY.
006700*/**************************************************************/
006800*/* Licensed under the Apache License, Version 2.0 (the        */
006900*/* "License"); you may not use this file except in compliance */
007000*/* with the License. You may obtain a copy of the License at  */
007100*/*                                                            */
007200*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007300*/*                                                            */
007400*/* Unless required by applicable law or agreed to in writing, */
007500*/* software distributed under the License is distributed on an*/
007600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
007700*/* KIND, either express or implied.  See the License for the  */
007800*/* specific language governing permissions and limitations    */
007900*/* under the License.                                         */
008000*/*------------------------------------------------------------*/
008100*/*                                                            */
008200*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
008300*/*                                                            */
008400*/*   Permission to use, copy, modify, and distribute          */
008500*/*   this software for any purpose with or without fee        */
008600*/*   is hereby granted, provided that the above               */
008700*/*   copyright notices appear in all copies.                  */
008800*/*                                                            */
008900*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
009000*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
009100*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
009200*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
009300*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
009400*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
009500*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
009600*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
009700*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
009800*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
009900*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
010000*/**************************************************************/
010100 TITLE 'ACIF Burst Distribution Register'.
010200 ENVIRONMENT DIVISION.
010300 CONFIGURATION SECTION.
010400 SOURCE-COMPUTER. IBM-370.
010500 OBJECT-COMPUTER. IBM-370.
010600 INPUT-OUTPUT SECTION.
010700 FILE-CONTROL.
010800     SELECT PRINT-FILE ASSIGN TO PAPKDREG.
010900     SELECT DREG-FILE ASSIGN TO APKDREG
011000         ORGANIZATION SEQUENTIAL.
011100     SELECT DBRW-FILE ASSIGN TO APKDBRW
011200         ORGANIZATION SEQUENTIAL.
011300     SELECT XFRC-FILE ASSIGN TO APKXFRC
011400         ORGANIZATION SEQUENTIAL.
011500     SELECT RPAC-FILE ASSIGN TO APKRPAC
011600         ORGANIZATION SEQUENTIAL.
011700     EJECT
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  PRINT-FILE
012100     BLOCK CONTAINS 0
012200     LABEL RECORDS STANDARD
012300     RECORD VARYING DEPENDING ON PRINT-REC-LEN
012400     RECORDING MODE V.
012500 01  PRINT-RECORD.
012600     05  PRINT-DATA          OCCURS 1 TO 255,
012700                             DEPENDING ON PRINT-REC-LEN,
012800                             PIC X.
012900* the register, read whole and rewritten each run.
013000 FD  DREG-FILE
013100     LABEL RECORDS STANDARD
013200     RECORDING MODE F
013300     BLOCK CONTAINS 0
013400     RECORD CONTAINS 160 CHARACTERS.
013500 01  DREG-RECORD             PIC X(160).
013600* the register work records appended by APKDBRST.
013700 FD  DBRW-FILE
013800     LABEL RECORDS STANDARD
013900     RECORDING MODE F
014000     BLOCK CONTAINS 0
014100     RECORD CONTAINS 160 CHARACTERS.
014200 01  DBRW-RECORD             PIC X(160).
014300* the transfer product's completion records.
014400 FD  XFRC-FILE
014500     LABEL RECORDS STANDARD
014600     RECORDING MODE F
014700     BLOCK CONTAINS 0
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  XFRC-RECORD.
015000     05  XFRC-DSNAME         PIC X(44).
015100     05  FILLER              PIC X.
015200     05  XFRC-NODE           PIC X(8).
015300     05  FILLER              PIC X.
015400     05  XFRC-DATE           PIC 9(8).
015500     05  FILLER              PIC X.
015600     05  XFRC-TIME           PIC 9(6).
015700     05  FILLER              PIC X.
015800     05  XFRC-CODE           PIC X(4).
015900     05  FILLER              PIC X(6).
016000* the remote printers' accounting records.
016100 FD  RPAC-FILE
016200     LABEL RECORDS STANDARD
016300     RECORDING MODE F
016400     BLOCK CONTAINS 0
016500     RECORD CONTAINS 80 CHARACTERS.
016600 01  RPAC-RECORD.
016700     05  RPAC-DSNAME         PIC X(44).
016800     05  FILLER              PIC X.
016900     05  RPAC-NODE           PIC X(8).
017000     05  FILLER              PIC X.
017100     05  RPAC-DATE           PIC 9(8).
017200     05  FILLER              PIC X.
017300     05  RPAC-TIME           PIC 9(6).
017400     05  FILLER              PIC X.
017500     05  RPAC-PAGECNT        PIC 9(8).
017600     05  FILLER              PIC XX.
017700     EJECT
017800 WORKING-STORAGE SECTION.
017900 77  PGMNAME                 PIC X(8) VALUE 'APKDREG '.
018000 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
018100 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
018200 77  WTO-MSGID               PIC X(8) VALUE SPACES.
018300 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
018400 77  APKDAYNO                PIC X(8) VALUE 'APKDAYNO'.
018500 77  DREG-EOF-FLAG           PIC X VALUE LOW-VALUE.
018600     88  DREG-EOF            VALUE HIGH-VALUE.
018700     88  DREG-NOTEOF         VALUE LOW-VALUE.
018800 77  DBRW-EOF-FLAG           PIC X VALUE LOW-VALUE.
018900     88  DBRW-EOF            VALUE HIGH-VALUE.
019000     88  DBRW-NOTEOF         VALUE LOW-VALUE.
019100 77  XFRC-EOF-FLAG           PIC X VALUE LOW-VALUE.
019200     88  XFRC-EOF            VALUE HIGH-VALUE.
019300     88  XFRC-NOTEOF         VALUE LOW-VALUE.
019400 77  RPAC-EOF-FLAG           PIC X VALUE LOW-VALUE.
019500     88  RPAC-EOF            VALUE HIGH-VALUE.
019600     88  RPAC-NOTEOF         VALUE LOW-VALUE.
019700 77  REG-FULL-FLAG           PIC X VALUE 'N'.
019800     88  REG-FULL            VALUE 'Y'.
019900 77  MAX-REG-ENTRIES         PIC 9(8) BINARY VALUE 2000.
020000* an entry with no time limit on its routing card, and how long
020100* an entry is kept.
020200 77  DEFAULT-LIMIT           PIC 9(4) BINARY VALUE 360.
020300 77  RETAIN-DAYS             PIC 9(4) BINARY VALUE 30.
020400 77  NOW-DATE                PIC 9(8) VALUE ZERO.
020500 77  NOW-DAYNO               PIC 9(8) BINARY VALUE ZERO.
020600 77  BURST-DAYNO             PIC 9(8) BINARY VALUE ZERO.
020700 77  EVENT-STAMP             PIC 9(14) VALUE ZERO.
020800 77  BURST-STAMP             PIC 9(14) VALUE ZERO.
020900 77  EVENT-DSNAME            PIC X(44) VALUE SPACES.
021000 77  ELAPSED-MINUTES         PIC S9(8) BINARY VALUE ZERO.
021100 77  LIMIT-MINUTES           PIC 9(8) BINARY VALUE ZERO.
021200 77  MATCH-FLAG              PIC X VALUE LOW-VALUE.
021300     88  ENTRY-MATCHED       VALUE HIGH-VALUE.
021400     88  ENTRY-UNMATCHED     VALUE LOW-VALUE.
021500 77  RX                      PIC 9(8) BINARY VALUE ZERO.
021600 77  NEW-CNTR                PIC 9(8) BINARY VALUE ZERO.
021700 77  SENT-CNTR               PIC 9(8) BINARY VALUE ZERO.
021800 77  FAILED-CNTR             PIC 9(8) BINARY VALUE ZERO.
021900 77  ACK-CNTR                PIC 9(8) BINARY VALUE ZERO.
022000 77  UNMATCHED-CNTR          PIC 9(8) BINARY VALUE ZERO.
022100 77  OVERDUE-CNTR            PIC 9(8) BINARY VALUE ZERO.
022200 77  PURGED-CNTR             PIC 9(8) BINARY VALUE ZERO.
022300 77  KEPT-CNTR               PIC 9(8) BINARY VALUE ZERO.
022400 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
022500 77  MINUTES-DISP            PIC ZZZ,ZZ9.
022600 01  NOW-TIME.
022700     05  NOW-HH              PIC 99.
022800     05  NOW-MM              PIC 99.
022900     05  FILLER              PIC 9(4).
023000* a register entry; the work records APKDBRST writes have the
023100* same layout.
023200 01  WK-DREG-RECORD.
023300     05  WDR-DSNAME          PIC X(44).
023400     05  WDR-JOBID           PIC X(8).
023500     05  WDR-DEPT            PIC X(4).
023600     05  WDR-NODE            PIC X(8).
023700     05  WDR-PAGECNT         PIC 9(8).
023800     05  WDR-BURST-DATE      PIC 9(8).
023900     05  WDR-BURST-TIME.
024000         10  WDR-BURST-HH    PIC 99.
024100         10  WDR-BURST-MM    PIC 99.
024200         10  WDR-BURST-SS    PIC 99.
024300     05  WDR-LIMIT           PIC X(4).
024400     05  WDR-LIMIT-N         REDEFINES WDR-LIMIT PIC 9(4).
024500     05  WDR-XMIT-DATE       PIC 9(8).
024600     05  WDR-XMIT-TIME       PIC 9(6).
024700     05  WDR-ACK-DATE        PIC 9(8).
024800     05  WDR-ACK-TIME        PIC 9(6).
024900     05  WDR-PRT-PAGECNT     PIC 9(8).
025000     05  WDR-STATUS          PIC X.
025100         88  WDR-BURST       VALUE 'B'.
025200         88  WDR-SENT        VALUE 'T'.
025300         88  WDR-ACKED       VALUE 'A'.
025400     05  WDR-XFER-CODE       PIC X(4).
025500     05  FILLER              PIC X(29).
025600* the register held whole while it is brought up to date and
025700* rewritten, as APKRPRQM holds the reprint queue.
025800 01  DREG-HOLD-TABLE.
025900     05  RG-CNTR             PIC 9(8) BINARY VALUE ZERO.
026000     05  RG-ENTRY            OCCURS 2000 TIMES
026100                             DEPENDING ON RG-CNTR
026200                             INDEXED BY RG-INDEX
026300                             PIC X(160).
026400     SKIP1
026500 01  PAGE-TITLE.
026600     05  FILLER              PIC X   VALUE '1'.
026700     05  FILLER              PIC X(33) VALUE
026800         'ACIF BURST DISTRIBUTION REGISTER '.
026900     05  PT-DATE             PIC 9(8).
027000     05  FILLER              PIC X VALUE SPACE.
027100     05  PT-HH               PIC 99.
027200     05  FILLER              PIC X VALUE ':'.
027300     05  PT-MM               PIC 99.
027400     SKIP1
027500 01  LINE-SUBTITLE.
027600     05  FILLER              PIC X   VALUE '-'.
027700     05  FILLER              PIC X(44) VALUE
027800         'BURSTS NOT ACKNOWLEDGED WITHIN THEIR LIMIT'.
027900     SKIP1
028000 01  LINE-COLUMNS.
028100     05  FILLER              PIC X   VALUE '0'.
028200     05  FILLER              PIC X(44) VALUE 'DATASET'.
028300     05  FILLER              PIC X VALUE SPACE.
028400     05  FILLER              PIC X(4) VALUE 'DEPT'.
028500     05  FILLER              PIC X VALUE SPACE.
028600     05  FILLER              PIC X(8) VALUE 'NODE'.
028700     05  FILLER              PIC X VALUE SPACE.
028800     05  FILLER              PIC X(8) VALUE '   PAGES'.
028900     05  FILLER              PIC X VALUE SPACE.
029000     05  FILLER              PIC X(15) VALUE 'BURST'.
029100     05  FILLER              PIC X VALUE SPACE.
029200     05  FILLER              PIC X(17) VALUE 'STATE'.
029300     05  FILLER              PIC X VALUE SPACE.
029400     05  FILLER              PIC X(7) VALUE 'MINUTES'.
029500     SKIP1
029600 01  LINE-OVERDUE.
029700     05  FILLER              PIC X   VALUE SPACE.
029800     05  LO-DSNAME           PIC X(44).
029900     05  FILLER              PIC X VALUE SPACE.
030000     05  LO-DEPT             PIC X(4).
030100     05  FILLER              PIC X VALUE SPACE.
030200     05  LO-NODE             PIC X(8).
030300     05  FILLER              PIC X VALUE SPACE.
030400     05  LO-PAGECNT          PIC Z(7)9.
030500     05  FILLER              PIC X VALUE SPACE.
030600     05  LO-BURST-DATE       PIC 9(8).
030700     05  FILLER              PIC X VALUE SPACE.
030800     05  LO-BURST-TIME       PIC 9(6).
030900     05  FILLER              PIC X VALUE SPACE.
031000     05  LO-STATE            PIC X(17).
031100     05  FILLER              PIC X VALUE SPACE.
031200     05  LO-MINUTES          PIC ZZZ,ZZ9.
031300     SKIP1
031400 01  LINE-TOTAL.
031500     05  LT-CC               PIC X   VALUE SPACE.
031600     05  FILLER              PIC X(02) VALUE SPACES.
031700     05  LT-LABEL            PIC X(32).
031800     05  FILLER              PIC X VALUE SPACE.
031900     05  LT-COUNT            PIC ZZ,ZZZ,ZZ9.
032000     SKIP1
032100 01  LINE-NOTICE.
032200     05  FILLER              PIC X(5) VALUE SPACES.
032300     05  LN-TEXT             PIC X(60).
032400 TITLE 'Initialization and Main Line'.
032500 PROCEDURE DIVISION.
032600 0000-MAINLINE.
032700     PERFORM 0010-INITIALIZE.
032800     PERFORM 0100-ADD-NEW-BURSTS.
032900     PERFORM 0200-APPLY-TRANSFERS.
033000     PERFORM 0300-APPLY-ACKNOWLEDGEMENTS.
033100     PERFORM 0400-REPORT-OVERDUE.
033200     PERFORM 0500-REWRITE-REGISTER.
033300     PERFORM 0900-TERMINATE.
033400     IF OVERDUE-CNTR > ZERO
033500      THEN
033600       MOVE 4 TO RETURN-CODE
033700      ELSE
033800       MOVE ZERO TO RETURN-CODE
033900     END-IF.
034000     STOP RUN.
034100 0010-INITIALIZE.
034200     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
034300     ACCEPT NOW-TIME FROM TIME.
034400     CALL APKDAYNO USING NOW-DATE, NOW-DAYNO.
034500     OPEN OUTPUT PRINT-FILE.
034600     MOVE NOW-DATE TO PT-DATE.
034700     MOVE NOW-HH TO PT-HH.
034800     MOVE NOW-MM TO PT-MM.
034900     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
035000     WRITE PRINT-RECORD FROM PAGE-TITLE.
035100* the register as the last run left it.
035200     OPEN INPUT DREG-FILE.
035300     SET DREG-NOTEOF TO TRUE.
035400     PERFORM UNTIL DREG-EOF
035500       READ DREG-FILE INTO WK-DREG-RECORD
035600        AT END
035700         SET DREG-EOF TO TRUE
035800        NOT AT END
035900         PERFORM 0020-HOLD-ENTRY
036000       END-READ
036100     END-PERFORM.
036200     CLOSE DREG-FILE.
036300 0020-HOLD-ENTRY.
036400     IF RG-CNTR < MAX-REG-ENTRIES
036500      THEN
036600       ADD 1 TO RG-CNTR;
036700       SET RG-INDEX TO RG-CNTR;
036800       MOVE WK-DREG-RECORD TO RG-ENTRY (RG-INDEX)
036900      ELSE
037000       SET REG-FULL TO TRUE
037100     END-IF.
037200     EJECT
037300 TITLE 'Bring the Register Up to Date'.
037400 0100-ADD-NEW-BURSTS.
037500* each output APKDBRST wrote since the last run becomes an entry.
037600     OPEN INPUT DBRW-FILE.
037700     SET DBRW-NOTEOF TO TRUE.
037800     PERFORM UNTIL DBRW-EOF
037900       READ DBRW-FILE INTO WK-DREG-RECORD
038000        AT END
038100         SET DBRW-EOF TO TRUE
038200        NOT AT END
038300         MOVE SPACES TO WDR-XFER-CODE;
038400         ADD 1 TO NEW-CNTR;
038500         PERFORM 0020-HOLD-ENTRY
038600       END-READ
038700     END-PERFORM.
038800     CLOSE DBRW-FILE.
038900 0200-APPLY-TRANSFERS.
039000     OPEN INPUT XFRC-FILE.
039100     SET XFRC-NOTEOF TO TRUE.
039200     PERFORM UNTIL XFRC-EOF
039300       READ XFRC-FILE
039400        AT END
039500         SET XFRC-EOF TO TRUE
039600        NOT AT END
039700         PERFORM 0210-APPLY-ONE-TRANSFER
039800       END-READ
039900     END-PERFORM.
040000     CLOSE XFRC-FILE.
040100 0210-APPLY-ONE-TRANSFER.
040200* a transfer applies to the newest unsent entry for its dataset
040300* written before it completed.
040400     MOVE XFRC-DSNAME TO EVENT-DSNAME.
040500     COMPUTE EVENT-STAMP = XFRC-DATE * 1000000 + XFRC-TIME.
040600     SET ENTRY-UNMATCHED TO TRUE.
040700     PERFORM 0220-MATCH-UNSENT
040800         VARYING RX FROM RG-CNTR BY -1
040900         UNTIL RX < 1 OR ENTRY-MATCHED.
041000     IF ENTRY-UNMATCHED
041100      THEN
041200       ADD 1 TO UNMATCHED-CNTR
041300      ELSE
041400       IF XFRC-CODE = '0000'
041500        THEN
041600         MOVE XFRC-DATE TO WDR-XMIT-DATE;
041700         MOVE XFRC-TIME TO WDR-XMIT-TIME;
041800         MOVE SPACES TO WDR-XFER-CODE;
041900         SET WDR-SENT TO TRUE;
042000         IF WDR-NODE = SPACES
042100          THEN
042200           MOVE XFRC-NODE TO WDR-NODE
042300         END-IF;
042400         ADD 1 TO SENT-CNTR
042500        ELSE
042600         MOVE XFRC-CODE TO WDR-XFER-CODE;
042700         ADD 1 TO FAILED-CNTR
042800       END-IF;
042900       MOVE WK-DREG-RECORD TO RG-ENTRY (RX + 1)
043000     END-IF.
043100 0220-MATCH-UNSENT.
043200     MOVE RG-ENTRY (RX) TO WK-DREG-RECORD.
043300     COMPUTE BURST-STAMP = WDR-BURST-DATE * 1000000
043400                         + WDR-BURST-HH * 10000
043500                         + WDR-BURST-MM * 100 + WDR-BURST-SS.
043600     IF WDR-DSNAME = EVENT-DSNAME AND WDR-BURST
043700        AND BURST-STAMP NOT > EVENT-STAMP
043800      THEN
043900       SET ENTRY-MATCHED TO TRUE
044000     END-IF.
044100 0300-APPLY-ACKNOWLEDGEMENTS.
044200     OPEN INPUT RPAC-FILE.
044300     SET RPAC-NOTEOF TO TRUE.
044400     PERFORM UNTIL RPAC-EOF
044500       READ RPAC-FILE
044600        AT END
044700         SET RPAC-EOF TO TRUE
044800        NOT AT END
044900         PERFORM 0310-APPLY-ONE-ACK
045000       END-READ
045100     END-PERFORM.
045200     CLOSE RPAC-FILE.
045300 0310-APPLY-ONE-ACK.
045400* printing at the branch applies to the newest unacknowledged
045500* entry for its dataset written before it printed, sent or not:
045600* a transfer record may arrive after its printing is reported.
045700     MOVE RPAC-DSNAME TO EVENT-DSNAME.
045800     COMPUTE EVENT-STAMP = RPAC-DATE * 1000000 + RPAC-TIME.
045900     SET ENTRY-UNMATCHED TO TRUE.
046000     PERFORM 0320-MATCH-UNACKED
046100         VARYING RX FROM RG-CNTR BY -1
046200         UNTIL RX < 1 OR ENTRY-MATCHED.
046300     IF ENTRY-UNMATCHED
046400      THEN
046500       ADD 1 TO UNMATCHED-CNTR
046600      ELSE
046700       MOVE RPAC-DATE TO WDR-ACK-DATE;
046800       MOVE RPAC-TIME TO WDR-ACK-TIME;
046900       MOVE RPAC-PAGECNT TO WDR-PRT-PAGECNT;
047000       SET WDR-ACKED TO TRUE;
047100       ADD 1 TO ACK-CNTR;
047200       MOVE WK-DREG-RECORD TO RG-ENTRY (RX + 1)
047300     END-IF.
047400 0320-MATCH-UNACKED.
047500     MOVE RG-ENTRY (RX) TO WK-DREG-RECORD.
047600     COMPUTE BURST-STAMP = WDR-BURST-DATE * 1000000
047700                         + WDR-BURST-HH * 10000
047800                         + WDR-BURST-MM * 100 + WDR-BURST-SS.
047900     IF WDR-DSNAME = EVENT-DSNAME AND NOT WDR-ACKED
048000        AND BURST-STAMP NOT > EVENT-STAMP
048100      THEN
048200       SET ENTRY-MATCHED TO TRUE
048300     END-IF.
048400     EJECT
048500 TITLE 'Report the Overdue Bursts'.
048600 0400-REPORT-OVERDUE.
048700     MOVE LENGTH OF LINE-SUBTITLE TO PRINT-REC-LEN.
048800     WRITE PRINT-RECORD FROM LINE-SUBTITLE.
048900     MOVE LENGTH OF LINE-COLUMNS TO PRINT-REC-LEN.
049000     WRITE PRINT-RECORD FROM LINE-COLUMNS.
049100     PERFORM 0410-CHECK-ONE-ENTRY
049200         VARYING RG-INDEX FROM 1 BY 1
049300         UNTIL RG-INDEX > RG-CNTR.
049400     IF OVERDUE-CNTR = ZERO
049500      THEN
049600       MOVE 'EVERY BURST ACKNOWLEDGED OR STILL WITHIN ITS LIMIT'
049700         TO LN-TEXT;
049800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
049900       WRITE PRINT-RECORD FROM LINE-NOTICE
050000     END-IF.
050100 0410-CHECK-ONE-ENTRY.
050200* minutes since the burst, against the entry's limit.
050300     MOVE RG-ENTRY (RG-INDEX) TO WK-DREG-RECORD.
050400     IF NOT WDR-ACKED
050500      THEN
050600       CALL APKDAYNO USING WDR-BURST-DATE, BURST-DAYNO;
050700       COMPUTE ELAPSED-MINUTES =
050800           (NOW-DAYNO - BURST-DAYNO) * 1440
050900           + NOW-HH * 60 + NOW-MM
051000           - WDR-BURST-HH * 60 - WDR-BURST-MM;
051100       IF WDR-LIMIT-N NUMERIC AND WDR-LIMIT-N > ZERO
051200        THEN
051300         MOVE WDR-LIMIT-N TO LIMIT-MINUTES
051400        ELSE
051500         MOVE DEFAULT-LIMIT TO LIMIT-MINUTES
051600       END-IF;
051700       IF ELAPSED-MINUTES > LIMIT-MINUTES
051800        THEN
051900         PERFORM 0420-LIST-OVERDUE
052000       END-IF
052100     END-IF.
052200 0420-LIST-OVERDUE.
052300     ADD 1 TO OVERDUE-CNTR.
052400     MOVE WDR-DSNAME TO LO-DSNAME.
052500     MOVE WDR-DEPT TO LO-DEPT.
052600     MOVE WDR-NODE TO LO-NODE.
052700     MOVE WDR-PAGECNT TO LO-PAGECNT.
052800     MOVE WDR-BURST-DATE TO LO-BURST-DATE.
052900     MOVE WDR-BURST-TIME TO LO-BURST-TIME.
053000     MOVE SPACES TO LO-STATE.
053100     EVALUATE TRUE
053200      WHEN WDR-SENT
053300       STRING 'SENT ' WDR-XMIT-TIME (1 : 4)
053400         DELIMITED BY SIZE INTO LO-STATE
053500      WHEN WDR-XFER-CODE NOT = SPACES
053600       STRING 'SEND FAILED ' WDR-XFER-CODE
053700         DELIMITED BY SIZE INTO LO-STATE
053800      WHEN OTHER
053900       MOVE 'NOT SENT' TO LO-STATE
054000     END-EVALUATE.
054100     MOVE ELAPSED-MINUTES TO LO-MINUTES.
054200     MOVE LENGTH OF LINE-OVERDUE TO PRINT-REC-LEN.
054300     WRITE PRINT-RECORD FROM LINE-OVERDUE.
054400     MOVE ELAPSED-MINUTES TO MINUTES-DISP.
054500     MOVE 'APK025E' TO WTO-MSGID.
054600     MOVE SPACES TO WTO-MSGTEXT.
054700     STRING WDR-JOBID DELIMITED BY SPACE
054800       ' DEPT ' WDR-DEPT ' TO ' DELIMITED BY SIZE
054900       WDR-NODE DELIMITED BY SPACE
055000       ' NOT ACKNOWLEDGED,' MINUTES-DISP ' MIN'
055100       DELIMITED BY SIZE
055200       INTO WTO-MSGTEXT.
055300     CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT.
055400     EJECT
055500 TITLE 'Rewrite the Register and Terminate'.
055600 0500-REWRITE-REGISTER.
055700* entries past the retention period are dropped; the work file
055800* is emptied once its records are in the register.
055900     OPEN OUTPUT DREG-FILE.
056000     PERFORM 0510-KEEP-OR-DROP
056100         VARYING RG-INDEX FROM 1 BY 1
056200         UNTIL RG-INDEX > RG-CNTR.
056300     CLOSE DREG-FILE.
056400     OPEN OUTPUT DBRW-FILE.
056500     CLOSE DBRW-FILE.
056600 0510-KEEP-OR-DROP.
056700     MOVE RG-ENTRY (RG-INDEX) TO WK-DREG-RECORD.
056800     CALL APKDAYNO USING WDR-BURST-DATE, BURST-DAYNO.
056900     IF NOW-DAYNO - BURST-DAYNO > RETAIN-DAYS
057000      THEN
057100       ADD 1 TO PURGED-CNTR
057200      ELSE
057300       ADD 1 TO KEPT-CNTR;
057400       WRITE DREG-RECORD FROM WK-DREG-RECORD
057500     END-IF.
057600 0900-TERMINATE.
057700     MOVE '0' TO LT-CC.
057800     MOVE 'NEW BURSTS REGISTERED' TO LT-LABEL.
057900     MOVE NEW-CNTR TO LT-COUNT.
058000     PERFORM 0910-PRINT-TOTAL.
058100     MOVE SPACE TO LT-CC.
058200     MOVE 'TRANSFERS COMPLETED' TO LT-LABEL.
058300     MOVE SENT-CNTR TO LT-COUNT.
058400     PERFORM 0910-PRINT-TOTAL.
058500     MOVE 'TRANSFERS FAILED' TO LT-LABEL.
058600     MOVE FAILED-CNTR TO LT-COUNT.
058700     PERFORM 0910-PRINT-TOTAL.
058800     MOVE 'ACKNOWLEDGEMENTS' TO LT-LABEL.
058900     MOVE ACK-CNTR TO LT-COUNT.
059000     PERFORM 0910-PRINT-TOTAL.
059100     MOVE 'EVENTS MATCHING NO ENTRY' TO LT-LABEL.
059200     MOVE UNMATCHED-CNTR TO LT-COUNT.
059300     PERFORM 0910-PRINT-TOTAL.
059400     MOVE 'BURSTS OVERDUE' TO LT-LABEL.
059500     MOVE OVERDUE-CNTR TO LT-COUNT.
059600     PERFORM 0910-PRINT-TOTAL.
059700     MOVE 'ENTRIES DROPPED (RETENTION)' TO LT-LABEL.
059800     MOVE PURGED-CNTR TO LT-COUNT.
059900     PERFORM 0910-PRINT-TOTAL.
060000     MOVE 'ENTRIES IN THE REGISTER' TO LT-LABEL.
060100     MOVE KEPT-CNTR TO LT-COUNT.
060200     PERFORM 0910-PRINT-TOTAL.
060300     IF REG-FULL
060400      THEN
060500       MOVE 'REGISTER FULL - ENTRIES PAST THE TABLE WERE LOST'
060600         TO LN-TEXT;
060700       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
060800       WRITE PRINT-RECORD FROM LINE-NOTICE;
060900       DISPLAY PGMNAME ' REGISTER TABLE FULL. ENTRIES LOST.'
061000     END-IF.
061100     CLOSE PRINT-FILE.
061200     MOVE OVERDUE-CNTR TO COUNT-DISP.
061300     DISPLAY PGMNAME, COUNT-DISP, ' BURSTS OVERDUE.'.
061400 0910-PRINT-TOTAL.
061500     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
061600     WRITE PRINT-RECORD FROM LINE-TOTAL.
061700 END PROGRAM APKDREG.
