000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000114* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000128*    THE MASTER AND GROUP-TO-ACCOUNT KEYS NOW CARRY THE BATCH    *!@02A
000142*    WINDOW CYCLE BEHIND THE RUN DATE, AS APKXRFLD LOADS THEM:   *!@02A
000157*    THE LATEST RUN OF A GROUP IS THE LATEST DATE AND CYCLE, AND *!@02A
000171*    THE RETURN HISTORY KEEPS THE CYCLE OF THE STATEMENT LAST    *!@02A
000185*    RETURNED.                                                   *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKRTML.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program closes the returned-mail loop. The
000900               mail room keys one transaction per statement that
001000               comes back undeliverable, using the group name
001100               printed on the envelope. Each return is resolved
001200               through the group cross-reference master APKXRFM
001300               (the type-G records APKXRFLD loads from APKGXRF)
001400               to the job and run that mailed it - the latest
001500               run of that group name - and through the APKGACM
001600               group-to-account index to the account. The
001700               account's return history on APKRTNH is updated:
001800               its consecutive and total return counts, and the
001900               statement last returned.
002000
002100               Once an account's consecutive returns reach the
002200               APKRTNC threshold its history record is marked
002300               held. From the next ACIF run on, APKINPXT marks
002400               the account's pages R and the APKEDLV step keeps
002500               its statements out of the mail (they go to the
002600               APKRTSH dataset instead), until customer service
002700               corrects the address and the mail room keys a
002800               correction transaction, which clears the hold and
002900               starts the consecutive count again. A statement
003000               mailed on or before the day of the last
003100               correction went to the old address, so its
003200               return is noted but not counted. The same
003300               statement keyed twice is counted once.
003400
003500               Allocate these DDs:
003600                 APKRTMT  - the returned-mail transactions,
003700                            80-byte cards:
003800                              col 1     R a return, C an address
003900                                        correction
004000                              R: cols 3-46  the group name
004100                                 cols 48-55 the date returned
004200                                            (YYYYMMDD; today
004300                                            when blank)
004400                                 cols 57-58 the reason code
004500                                            from the envelope
004600                              C: cols 3-22  the account number
004700                 APKRTNC  - the threshold card: the number of
004800                            consecutive returns that holds an
004900                            account, in columns 1-2; 3 when the
005000                            card is absent or not numeric
005100                 APKXRFM  - the cross-reference master (VSAM
005200                            KSDS, 80-byte records), read only
005300                 APKGACM  - the group-to-account index loaded by
005400                            APKXRFLD (VSAM KSDS, 100-byte
005500                            records, 69-byte key), read only      !@02C
005600                 APKRTNH  - the return history (VSAM KSDS,
005700                            120-byte records, the 20-byte account
005800                            number the key at offset 0), updated
005900                 PAPKRTML - the report, with an LRECL of 125,
006000                            BLKSIZE of n*125+4, VBA
006100
006200               The report lists every transaction and what was
006300               done with it, then every account now held for a
006400               bad address, for customer service to chase. A
006500               return that cannot be resolved to an account (a
006600               mis-keyed group name, or a group not yet loaded)
006700               is listed as unresolved and the step ends with
006800               return code 4, so the card can be checked and
006900               keyed again.
007000 DATE-WRITTEN. 15 Oct 2026.
007100 DATE-COMPILED.
007200 SECURITY. IBM SAMPLE CODE ONLY.
007300*/**************************************************************/
007400*/* Licensed under the Apache License, Version 2.0 (the        */
007500*/* "License"); you may not use this file except in compliance */
007600*/* with the License. You may obtain a copy of the License at  */
007700*/*                                                            */
007800*/* http://www.apache.org/licenses/LICENSE-2.0                 */
007900*/*                                                            */
008000*/* Unless required by applicable law or agreed to in writing, */
008100*/* software distributed under the License is distributed on an*/
008200*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
008300*/* KIND, either express or implied.  See the License for the  */
008400*/* specific language governing permissions and limitations    */
008500*/* under the License.                                         */
008600*/*------------------------------------------------------------*/
008700*/*                                                            */
008800*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
008900*/*                                                            */
009000*/*   Permission to use, copy, modify, and distribute          */
009100*/*   this software for any purpose with or without fee        */
009200*/*   is hereby granted, provided that the above               */
009300*/*   copyright notices appear in all copies.                  */
009400*/*                                                            */
009500*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
009600*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
009700*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
009800*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
009900*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
010000*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
010100*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
010200*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
010300*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
010400*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
010500*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
010600*/**************************************************************/
010700 TITLE 'ACIF Returned Mail and Bad Address Hold'.
010800 ENVIRONMENT DIVISION.
010900 CONFIGURATION SECTION.
011000 SOURCE-COMPUTER. IBM-370.
011100 OBJECT-COMPUTER. IBM-370.
011200 INPUT-OUTPUT SECTION.
011300 FILE-CONTROL.
011400     SELECT PRINT-FILE ASSIGN TO PAPKRTML.
011500     SELECT RTMT-FILE ASSIGN TO APKRTMT
011600         ORGANIZATION SEQUENTIAL.
011700     SELECT RTNC-FILE ASSIGN TO APKRTNC
011800         ORGANIZATION SEQUENTIAL.
011900     SELECT MASTER-FILE ASSIGN TO APKXRFM
012000         ORGANIZATION INDEXED
012100         ACCESS MODE DYNAMIC
012200         RECORD KEY IS XRFM-KEY
012300         FILE STATUS IS MASTER-STATUS.
012400     SELECT GACM-FILE ASSIGN TO APKGACM
012500         ORGANIZATION INDEXED
012600         ACCESS MODE RANDOM
012700         RECORD KEY IS GACM-KEY
012800         FILE STATUS IS GACM-STATUS.
012900     SELECT RTNH-FILE ASSIGN TO APKRTNH
013000         ORGANIZATION INDEXED
013100         ACCESS MODE DYNAMIC
013200         RECORD KEY IS RTNH-ACCTNO
013300         FILE STATUS IS RTNH-STATUS.
013400     EJECT
013500 DATA DIVISION.
013600 FILE SECTION.
013700 FD  PRINT-FILE
013800     BLOCK CONTAINS 0
013900     LABEL RECORDS STANDARD
014000     RECORD VARYING DEPENDING ON PRINT-REC-LEN
014100     RECORDING MODE V.
014200 01  PRINT-RECORD.
014300     05  PRINT-DATA          OCCURS 1 TO 255,
014400                             DEPENDING ON PRINT-REC-LEN,
014500                             PIC X.
014600* one card per returned envelope or corrected address, keyed by
014700* the mail room.
014800 FD  RTMT-FILE
014900     LABEL RECORDS STANDARD
015000     RECORDING MODE F
015100     BLOCK CONTAINS 0
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  RTMT-CARD               PIC X(80).
015400* the consecutive-return threshold card.
015500 FD  RTNC-FILE
015600     LABEL RECORDS STANDARD
015700     RECORDING MODE F
015800     BLOCK CONTAINS 0
015900     RECORD CONTAINS 80 CHARACTERS.
016000 01  RTNC-CARD.
016100     05  RTNC-LIMIT          PIC 99.
016200     05  FILLER              PIC X(78).
016300* persistent keyed master loaded by APKXRFLD; only its type-G
016400* group records are used here.
016500 FD  MASTER-FILE
016600     LABEL RECORDS STANDARD
016700     RECORD CONTAINS 80 CHARACTERS.
016800 01  XRFM-RECORD.
016900     05  XRFM-KEY.
017000         10  XRFM-PGNAME         PIC X(10).
017100         10  XRFM-JOBNAME        PIC X(8).
017200         10  XRFM-RUNDATE        PIC 9(8).
017250         10  XRFM-CYCLE          PIC 9.                           !@02A
017300         10  XRFM-PAGENUM        PIC 9(8).
017400     05  XRFM-RECTYPE            PIC X.
017500         88  XRFM-IS-GROUP       VALUE 'G'.
017600     05  XRFM-GRPNAME-REST       PIC X(34).
017700     05  XRFM-LAST-PAGE          PIC 9(8).
017800     05  FILLER                  PIC X(2).                        !@02C
017900* the group-to-account index, keyed like the type-G master record
018000* but with the whole group name.
018100 FD  GACM-FILE
018200     LABEL RECORDS STANDARD
018300     RECORD CONTAINS 100 CHARACTERS.
018400 01  GACM-RECORD.
018500     05  GACM-KEY.
018600         10  GACM-GRPNAME        PIC X(44).
018700         10  GACM-JOBNAME        PIC X(8).
018800         10  GACM-RUNDATE        PIC 9(8).
018850         10  GACM-CYCLE          PIC 9.                           !@02A
018900         10  GACM-FIRST-PAGE     PIC 9(8).
019000     05  GACM-LAST-PAGE          PIC 9(8).
019100     05  GACM-ACCTNO             PIC X(20).
019200     05  GACM-DELIVERY           PIC X.
019300     05  FILLER                  PIC X(2).                        !@02C
019400* one record per account that has had mail returned: H in the
019500* status byte holds its statements out of the mail (APKINPXT
019600* reads it), and the last statement returned is kept so the same
019700* envelope keyed twice counts once.
019800 FD  RTNH-FILE
019900     LABEL RECORDS STANDARD
020000     RECORD CONTAINS 120 CHARACTERS.
020100 01  RTNH-RECORD.
020200     05  RTNH-ACCTNO             PIC X(20).
020300     05  RTNH-STATUS-CODE        PIC X.
020400         88  RTNH-HELD           VALUE 'H'.
020500         88  RTNH-ACTIVE         VALUE SPACE.
020600     05  RTNH-CONSEC             PIC 9(4).
020700     05  RTNH-TOTAL              PIC 9(6).
020800     05  RTNH-LAST-DATE          PIC 9(8).
020900     05  RTNH-HOLD-DATE          PIC 9(8).
021000     05  RTNH-CLEAR-DATE         PIC 9(8).
021100     05  RTNH-LAST-GRPNAME       PIC X(44).
021200     05  RTNH-LAST-JOBNAME       PIC X(8).
021300     05  RTNH-LAST-RUNDATE       PIC 9(8).
021333* blank on a record last updated before the cycle was kept.       !@02A
021366     05  RTNH-LAST-CYCLE         PIC X.                           !@02A
021400     05  RTNH-LAST-REASON        PIC XX.
021500     05  FILLER                  PIC X(2).                        !@02C
021600     EJECT
021700 WORKING-STORAGE SECTION.
021800 77  PGMNAME                 PIC X(8) VALUE 'APKRTML'.
021900 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
022000 77  MASTER-STATUS           PIC XX VALUE SPACES.
022100 77  GACM-STATUS             PIC XX VALUE SPACES.
022200 77  RTNH-STATUS             PIC XX VALUE SPACES.
022300 77  RTMT-EOF-FLAG           PIC X VALUE LOW-VALUE.
022400     88  RTMT-EOF            VALUE HIGH-VALUE.
022500     88  RTMT-NOTEOF         VALUE LOW-VALUE.
022600 77  MASTER-EOF-FLAG         PIC X VALUE LOW-VALUE.
022700     88  MASTER-EOF          VALUE HIGH-VALUE.
022800     88  MASTER-NOTEOF       VALUE LOW-VALUE.
022900 77  RTNH-EOF-FLAG           PIC X VALUE LOW-VALUE.
023000     88  RTNH-EOF            VALUE HIGH-VALUE.
023100     88  RTNH-NOTEOF         VALUE LOW-VALUE.
023200 77  RTNH-FOUND-FLAG         PIC X VALUE 'N'.
023300     88  RTNH-FOUND          VALUE 'Y'.
023400     88  RTNH-NOTFOUND       VALUE 'N'.
023500 77  RETURN-LIMIT            PIC 9(4) BINARY VALUE 3.
023600 77  TODAY-DATE              PIC 9(8) VALUE ZERO.
023700* the transaction in hand.
023800 01  WK-RTMT-CARD.
023900     05  WKT-TYPE            PIC X.
024000         88  WKT-RETURN      VALUE 'R'.
024100         88  WKT-CORRECTION  VALUE 'C'.
024200     05  FILLER              PIC X.
024300     05  WKT-GRPNAME         PIC X(44).
024400     05  WKT-ACCTNO          REDEFINES WKT-GRPNAME.
024500         10  WKT-ACCT        PIC X(20).
024600         10  FILLER          PIC X(24).
024700     05  FILLER              PIC X.
024800     05  WKT-DATE            PIC X(8).
024900     05  WKT-DATE-N          REDEFINES WKT-DATE
025000                             PIC 9(8).
025100     05  FILLER              PIC X.
025200     05  WKT-REASON          PIC XX.
025300     05  FILLER              PIC X(22).
025400* the statement a return resolved to: the latest run of the group
025500* name on the master, then its account from the index.
025600 77  FOUND-FLAG              PIC X VALUE 'N'.
025700     88  GROUP-FOUND         VALUE 'Y'.
025800     88  GROUP-NOTFOUND      VALUE 'N'.
025900 77  WK-GRPNAME              PIC X(44) VALUE SPACES.
026000 77  FND-JOBNAME             PIC X(8) VALUE SPACES.
026100 77  FND-RUNDATE             PIC 9(8) VALUE ZERO.
026150 77  FND-CYCLE               PIC 9 VALUE ZERO.                    !@02A
026200 77  FND-PAGENUM             PIC 9(8) VALUE ZERO.
026300 77  FND-ACCTNO              PIC X(20) VALUE SPACES.
026400 77  WK-RETDATE              PIC 9(8) VALUE ZERO.
026500 77  WK-ACTION               PIC X(12) VALUE SPACES.
026600 77  TRAN-CNTR               PIC 9(8) BINARY VALUE ZERO.
026700 77  COUNTED-CNTR            PIC 9(8) BINARY VALUE ZERO.
026800 77  DUP-CNTR                PIC 9(8) BINARY VALUE ZERO.
026900 77  OLDADDR-CNTR            PIC 9(8) BINARY VALUE ZERO.
027000 77  UNRES-CNTR              PIC 9(8) BINARY VALUE ZERO.
027100 77  NEWHOLD-CNTR            PIC 9(8) BINARY VALUE ZERO.
027200 77  CLEARED-CNTR            PIC 9(8) BINARY VALUE ZERO.
027300 77  REJECT-CNTR             PIC 9(8) BINARY VALUE ZERO.
027400 77  HELD-CNTR               PIC 9(8) BINARY VALUE ZERO.
027500     SKIP1
027600 01  PAGE-TITLE.
027700     05  FILLER              PIC X   VALUE '1'.
027800     05  FILLER              PIC X(40) VALUE
027900         'ACIF RETURNED MAIL AND BAD ADDRESS HOLD'.
028000         SKIP1
028100 01  PAGE-SUBTITLE.
028200     05  FILLER              PIC X   VALUE '0'.
028300     05  FILLER              PIC X(2) VALUE 'T'.
028400     05  FILLER              PIC X(44) VALUE
028500         'GROUP NAME / ACCOUNT'.
028600     05  FILLER              PIC X VALUE SPACE.
028700     05  FILLER              PIC X(20) VALUE 'ACCOUNT'.
028800     05  FILLER              PIC X VALUE SPACE.
028900     05  FILLER              PIC X(8) VALUE 'JOB'.
029000     05  FILLER              PIC X VALUE SPACE.
029100     05  FILLER              PIC X(8) VALUE 'RUN DATE'.
029200     05  FILLER              PIC X VALUE SPACE.
029300     05  FILLER              PIC X(2) VALUE 'RC'.
029400     05  FILLER              PIC X VALUE SPACE.
029500     05  FILLER              PIC X(5) VALUE 'CONS'.
029600     05  FILLER              PIC X VALUE SPACE.
029700     05  FILLER              PIC X(12) VALUE 'ACTION'.
029800         SKIP1
029900 01  LINE-DETAIL.
030000     05  LD-CC               PIC X   VALUE SPACE.
030100     05  LD-TYPE             PIC X.
030200     05  FILLER              PIC X VALUE SPACE.
030300     05  LD-NAME             PIC X(44).
030400     05  FILLER              PIC X VALUE SPACE.
030500     05  LD-ACCTNO           PIC X(20).
030600     05  FILLER              PIC X VALUE SPACE.
030700     05  LD-JOBNAME          PIC X(8).
030800     05  FILLER              PIC X VALUE SPACE.
030900     05  LD-RUNDATE          PIC X(8).
031000     05  FILLER              PIC X VALUE SPACE.
031100     05  LD-REASON           PIC XX.
031200     05  FILLER              PIC X VALUE SPACE.
031300     05  LD-CONSEC           PIC Z,ZZ9.
031400     05  FILLER              PIC X VALUE SPACE.
031500     05  LD-ACTION           PIC X(12).
031600         SKIP1
031700 01  HELD-TITLE.
031800     05  FILLER              PIC X   VALUE '1'.
031900     05  FILLER              PIC X(40) VALUE
032000         'ACCOUNTS HELD FOR A BAD ADDRESS'.
032100         SKIP1
032200 01  HELD-SUBTITLE.
032300     05  FILLER              PIC X   VALUE '0'.
032400     05  FILLER              PIC X(20) VALUE 'ACCOUNT'.
032500     05  FILLER              PIC X VALUE SPACE.
032600     05  FILLER              PIC X(8) VALUE 'HELD ON'.
032700     05  FILLER              PIC X VALUE SPACE.
032800     05  FILLER              PIC X(5) VALUE 'CONS'.
032900     05  FILLER              PIC X VALUE SPACE.
033000     05  FILLER              PIC X(7) VALUE 'TOTAL'.
033100     05  FILLER              PIC X VALUE SPACE.
033200     05  FILLER              PIC X(8) VALUE 'LAST RTN'.
033300     05  FILLER              PIC X VALUE SPACE.
033400     05  FILLER              PIC X(44) VALUE
033500         'LAST STATEMENT RETURNED'.
033600     05  FILLER              PIC X VALUE SPACE.
033700     05  FILLER              PIC X(8) VALUE 'JOB'.
033800         SKIP1
033900 01  HELD-DETAIL.
034000     05  HD-CC               PIC X   VALUE SPACE.
034100     05  HD-ACCTNO           PIC X(20).
034200     05  FILLER              PIC X VALUE SPACE.
034300     05  HD-HOLD-DATE        PIC 9(8).
034400     05  FILLER              PIC X VALUE SPACE.
034500     05  HD-CONSEC           PIC Z,ZZ9.
034600     05  FILLER              PIC X VALUE SPACE.
034700     05  HD-TOTAL            PIC ZZZ,ZZ9.
034800     05  FILLER              PIC X VALUE SPACE.
034900     05  HD-LAST-DATE        PIC 9(8).
035000     05  FILLER              PIC X VALUE SPACE.
035100     05  HD-GRPNAME          PIC X(44).
035200     05  FILLER              PIC X VALUE SPACE.
035300     05  HD-JOBNAME          PIC X(8).
035400         SKIP1
035500 01  LINE-TOTAL.
035600     05  LT-CC               PIC X   VALUE SPACE.
035700     05  FILLER              PIC X(02) VALUE SPACES.
035800     05  LT-LABEL            PIC X(24).
035900     05  FILLER              PIC X VALUE SPACE.
036000     05  LT-COUNT            PIC ZZZ,ZZ9.
036100         SKIP1
036200 01  LINE-NOTICE.
036300     05  FILLER              PIC X   VALUE SPACE.
036400     05  LN-TEXT             PIC X(50).
036500/ PROCESSING.
036600 TITLE 'Initialization and Main Line'.
036700 PROCEDURE DIVISION.
036800 0000-MAINLINE.
036900     PERFORM 0010-INITIALIZE.
037000     PERFORM 0030-PROCESS-TRANSACTION
037100         UNTIL RTMT-EOF.
037200     CLOSE RTMT-FILE, MASTER-FILE, GACM-FILE.
037300     PERFORM 0400-LIST-HELD-ACCOUNTS.
037400     PERFORM 0500-PRINT-TOTALS.
037500     CLOSE RTNH-FILE.
037600     CLOSE PRINT-FILE.
037700     IF UNRES-CNTR > ZERO OR REJECT-CNTR > ZERO
037800      THEN
037900       MOVE 4 TO RETURN-CODE
038000     END-IF.
038100     STOP RUN.
038200 0010-INITIALIZE.
038300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
038400     PERFORM 0015-READ-THRESHOLD.
038500     OPEN OUTPUT PRINT-FILE.
038600     OPEN INPUT RTMT-FILE.
038700     OPEN INPUT MASTER-FILE.
038800     OPEN INPUT GACM-FILE.
038900     OPEN I-O RTNH-FILE.
039000     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
039100     WRITE PRINT-RECORD FROM PAGE-TITLE.
039200     MOVE LENGTH OF PAGE-SUBTITLE TO PRINT-REC-LEN.
039300     WRITE PRINT-RECORD FROM PAGE-SUBTITLE.
039400     SET RTMT-NOTEOF TO TRUE.
039500     PERFORM 0020-READ-TRANSACTION.
039600 0015-READ-THRESHOLD.
039700* an absent or empty threshold card, or one that is not numeric
039800* or zero, leaves the built-in three returns, matching the
039900* control-card fallback handling the exits use.
040000     OPEN INPUT RTNC-FILE.
040100     READ RTNC-FILE
040200      AT END
040300       CONTINUE
040400      NOT AT END
040500       IF RTNC-LIMIT NUMERIC AND RTNC-LIMIT > ZERO
040600        THEN
040700         MOVE RTNC-LIMIT TO RETURN-LIMIT
040800       END-IF
040900     END-READ.
041000     CLOSE RTNC-FILE.
041100 0020-READ-TRANSACTION.
041200     READ RTMT-FILE INTO WK-RTMT-CARD
041300      AT END
041400       SET RTMT-EOF TO TRUE
041500     END-READ.
041600 0030-PROCESS-TRANSACTION.
041700     ADD 1 TO TRAN-CNTR.
041800     MOVE SPACES TO LINE-DETAIL.
041900     MOVE WKT-TYPE TO LD-TYPE.
042000     MOVE ZERO TO LD-CONSEC.
042100     EVALUATE TRUE
042200      WHEN WKT-RETURN
042300       PERFORM 0100-PROCESS-RETURN THRU 0100-EXIT
042400      WHEN WKT-CORRECTION
042500       PERFORM 0200-PROCESS-CORRECTION THRU 0200-EXIT
042600      WHEN OTHER
042700       MOVE WKT-GRPNAME TO LD-NAME;
042800       MOVE 'INVALID CARD' TO LD-ACTION;
042900       ADD 1 TO REJECT-CNTR
043000     END-EVALUATE.
043100     MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN.
043200     WRITE PRINT-RECORD FROM LINE-DETAIL.
043300     PERFORM 0020-READ-TRANSACTION.
043400     EJECT
043500 0100-PROCESS-RETURN.
043600* a returned envelope: find the statement it was, then count the
043700* return against the statement's account.
043800     MOVE WKT-GRPNAME TO LD-NAME.
043900     MOVE WKT-REASON TO LD-REASON.
044000     IF WKT-DATE-N NUMERIC
044100      THEN
044200       MOVE WKT-DATE-N TO WK-RETDATE
044300      ELSE
044400       MOVE TODAY-DATE TO WK-RETDATE
044500     END-IF.
044600     PERFORM 0110-RESOLVE-GROUP.
044700     IF GROUP-NOTFOUND
044800      THEN
044900       MOVE 'UNRESOLVED' TO LD-ACTION;
045000       ADD 1 TO UNRES-CNTR;
045100       GO TO 0100-EXIT
045200     END-IF.
045300     MOVE FND-ACCTNO TO LD-ACCTNO.
045400     MOVE FND-JOBNAME TO LD-JOBNAME.
045500     MOVE FND-RUNDATE TO LD-RUNDATE.
045600     MOVE FND-ACCTNO TO RTNH-ACCTNO.
045700     PERFORM 0130-READ-HISTORY.
045800     IF RTNH-NOTFOUND
045900      THEN
046000       MOVE SPACES TO RTNH-RECORD;
046100       MOVE FND-ACCTNO TO RTNH-ACCTNO;
046200       MOVE ZERO TO RTNH-CONSEC, RTNH-TOTAL, RTNH-LAST-DATE;
046300       MOVE ZERO TO RTNH-HOLD-DATE, RTNH-CLEAR-DATE;
046400       MOVE ZERO TO RTNH-LAST-RUNDATE
046500     END-IF.
046600* the same envelope keyed twice is counted once.
046700     IF RTNH-FOUND
046800        AND RTNH-LAST-GRPNAME = WKT-GRPNAME
046900        AND RTNH-LAST-JOBNAME = FND-JOBNAME
047000        AND RTNH-LAST-RUNDATE = FND-RUNDATE
047033        AND (RTNH-LAST-CYCLE = FND-CYCLE                          !@02A
047066             OR RTNH-LAST-CYCLE = SPACE)                          !@02A
047100      THEN
047200       MOVE RTNH-CONSEC TO LD-CONSEC;
047300       MOVE 'DUPLICATE' TO LD-ACTION;
047400       ADD 1 TO DUP-CNTR;
047500       GO TO 0100-EXIT
047600     END-IF.
047700     ADD 1 TO RTNH-TOTAL.
047800     MOVE WK-RETDATE TO RTNH-LAST-DATE.
047900     MOVE WKT-GRPNAME TO RTNH-LAST-GRPNAME.
048000     MOVE FND-JOBNAME TO RTNH-LAST-JOBNAME.
048100     MOVE FND-RUNDATE TO RTNH-LAST-RUNDATE.
048150     MOVE FND-CYCLE TO RTNH-LAST-CYCLE.                           !@02A
048200     MOVE WKT-REASON TO RTNH-LAST-REASON.
048300* a statement mailed before the address was last corrected went
048400* to the old address; it says nothing about the new one.
048500     IF FND-RUNDATE NOT > RTNH-CLEAR-DATE
048600      THEN
048700       MOVE 'OLD ADDRESS' TO LD-ACTION;
048800       ADD 1 TO OLDADDR-CNTR
048900      ELSE
049000       ADD 1 TO RTNH-CONSEC;
049100       ADD 1 TO COUNTED-CNTR;
049200       MOVE 'COUNTED' TO LD-ACTION;
049300       IF RTNH-ACTIVE AND RTNH-CONSEC NOT < RETURN-LIMIT
049400        THEN
049500         SET RTNH-HELD TO TRUE;
049600         MOVE TODAY-DATE TO RTNH-HOLD-DATE;
049700         MOVE 'NOW HELD' TO LD-ACTION;
049800         ADD 1 TO NEWHOLD-CNTR
049900       END-IF
050000     END-IF.
050100     MOVE RTNH-CONSEC TO LD-CONSEC.
050200     PERFORM 0140-WRITE-HISTORY.
050300 0100-EXIT.
050400     EXIT.
050500 0110-RESOLVE-GROUP.
050600* the master's group records key on the first ten bytes of the
050700* name; every run of the group is read and the latest kept, then
050800* the index gives that statement's account. the latest run is the !@02C
050850* latest window date, then the latest cycle on that date.         !@02A
050900     SET GROUP-NOTFOUND TO TRUE.
051000     MOVE SPACES TO FND-JOBNAME, FND-ACCTNO.
051100     MOVE ZERO TO FND-RUNDATE, FND-CYCLE, FND-PAGENUM.            !@02C
051200     MOVE LOW-VALUES TO XRFM-KEY.
051300     MOVE WKT-GRPNAME (1 : 10) TO XRFM-PGNAME.
051400     SET MASTER-NOTEOF TO TRUE.
051500     START MASTER-FILE KEY IS NOT LESS THAN XRFM-KEY
051600      INVALID KEY
051700       SET MASTER-EOF TO TRUE
051800     END-START.
051900     PERFORM 0115-SCAN-GROUP-RECORD
052000         UNTIL MASTER-EOF.
052100     IF FND-RUNDATE > ZERO
052200      THEN
052300       MOVE WKT-GRPNAME TO GACM-GRPNAME;
052400       MOVE FND-JOBNAME TO GACM-JOBNAME;
052500       MOVE FND-RUNDATE TO GACM-RUNDATE;
052550       MOVE FND-CYCLE TO GACM-CYCLE;                              !@02A
052600       MOVE FND-PAGENUM TO GACM-FIRST-PAGE;
052700       READ GACM-FILE
052800        INVALID KEY
052900         CONTINUE
053000        NOT INVALID KEY
053100         IF GACM-ACCTNO NOT = SPACES
053200          THEN
053300           MOVE GACM-ACCTNO TO FND-ACCTNO;
053400           SET GROUP-FOUND TO TRUE
053500         END-IF
053600       END-READ
053700     END-IF.
053800 0115-SCAN-GROUP-RECORD.
053900     READ MASTER-FILE NEXT RECORD
054000      AT END
054100       SET MASTER-EOF TO TRUE
054200      NOT AT END
054300       IF XRFM-PGNAME NOT = WKT-GRPNAME (1 : 10)
054400        THEN
054500         SET MASTER-EOF TO TRUE
054600        ELSE
054700         IF XRFM-IS-GROUP
054800          THEN
054900           MOVE XRFM-PGNAME TO WK-GRPNAME (1 : 10);
055000           MOVE XRFM-GRPNAME-REST TO WK-GRPNAME (11 : 34);
055100           IF WK-GRPNAME = WKT-GRPNAME
055200              AND (XRFM-RUNDATE > FND-RUNDATE                     !@02C
055233                   OR (XRFM-RUNDATE = FND-RUNDATE                 !@02A
055266                       AND XRFM-CYCLE NOT < FND-CYCLE))           !@02A
055300            THEN
055400             MOVE XRFM-JOBNAME TO FND-JOBNAME;
055500             MOVE XRFM-RUNDATE TO FND-RUNDATE;
055550             MOVE XRFM-CYCLE TO FND-CYCLE;                        !@02A
055600             MOVE XRFM-PAGENUM TO FND-PAGENUM
055700           END-IF
055800         END-IF
055900       END-IF
056000     END-READ.
056100 0130-READ-HISTORY.
056200     SET RTNH-FOUND TO TRUE.
056300     READ RTNH-FILE
056400      INVALID KEY
056500       SET RTNH-NOTFOUND TO TRUE
056600     END-READ.
056700 0140-WRITE-HISTORY.
056800     IF RTNH-FOUND
056900      THEN
057000       REWRITE RTNH-RECORD
057100      ELSE
057200       WRITE RTNH-RECORD
057300     END-IF.
057400     EJECT
057500 0200-PROCESS-CORRECTION.
057600* customer service has corrected the address: the hold is lifted
057700* and the consecutive count starts again. statements mailed up to
057800* today went to the old address.
057900     MOVE WKT-ACCT TO LD-NAME, LD-ACCTNO.
058000     MOVE WKT-ACCT TO RTNH-ACCTNO.
058100     PERFORM 0130-READ-HISTORY.
058200     IF RTNH-NOTFOUND
058300      THEN
058400       MOVE 'NO HISTORY' TO LD-ACTION;
058500       ADD 1 TO REJECT-CNTR;
058600       GO TO 0200-EXIT
058700     END-IF.
058800     SET RTNH-ACTIVE TO TRUE.
058900     MOVE ZERO TO RTNH-CONSEC, RTNH-HOLD-DATE.
059000     MOVE TODAY-DATE TO RTNH-CLEAR-DATE.
059100     MOVE 'CLEARED' TO LD-ACTION.
059200     ADD 1 TO CLEARED-CNTR.
059300     PERFORM 0140-WRITE-HISTORY.
059400 0200-EXIT.
059500     EXIT.
059600     EJECT
059700 0400-LIST-HELD-ACCOUNTS.
059800* the bad-address list for customer service: one pass of the
059900* history, every account still held.
060000     MOVE LENGTH OF HELD-TITLE TO PRINT-REC-LEN.
060100     WRITE PRINT-RECORD FROM HELD-TITLE.
060200     MOVE LENGTH OF HELD-SUBTITLE TO PRINT-REC-LEN.
060300     WRITE PRINT-RECORD FROM HELD-SUBTITLE.
060400     MOVE LOW-VALUES TO RTNH-ACCTNO.
060500     SET RTNH-NOTEOF TO TRUE.
060600     START RTNH-FILE KEY IS NOT LESS THAN RTNH-ACCTNO
060700      INVALID KEY
060800       SET RTNH-EOF TO TRUE
060900     END-START.
061000     PERFORM 0410-LIST-HELD-RECORD
061100         UNTIL RTNH-EOF.
061200     IF HELD-CNTR = ZERO
061300      THEN
061400       MOVE '  ** NO ACCOUNTS HELD **' TO LN-TEXT;
061500       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
061600       WRITE PRINT-RECORD FROM LINE-NOTICE
061700     END-IF.
061800 0410-LIST-HELD-RECORD.
061900     READ RTNH-FILE NEXT RECORD
062000      AT END
062100       SET RTNH-EOF TO TRUE
062200      NOT AT END
062300       IF RTNH-HELD
062400        THEN
062500         ADD 1 TO HELD-CNTR;
062600         MOVE RTNH-ACCTNO TO HD-ACCTNO;
062700         MOVE RTNH-HOLD-DATE TO HD-HOLD-DATE;
062800         MOVE RTNH-CONSEC TO HD-CONSEC;
062900         MOVE RTNH-TOTAL TO HD-TOTAL;
063000         MOVE RTNH-LAST-DATE TO HD-LAST-DATE;
063100         MOVE RTNH-LAST-GRPNAME TO HD-GRPNAME;
063200         MOVE RTNH-LAST-JOBNAME TO HD-JOBNAME;
063300         MOVE LENGTH OF HELD-DETAIL TO PRINT-REC-LEN;
063400         WRITE PRINT-RECORD FROM HELD-DETAIL
063500       END-IF
063600     END-READ.
063700 0500-PRINT-TOTALS.
063800     MOVE '0' TO LT-CC.
063900     MOVE 'TRANSACTIONS READ' TO LT-LABEL.
064000     MOVE TRAN-CNTR TO LT-COUNT.
064100     PERFORM 0510-PRINT-TOTAL-LINE.
064200     MOVE SPACE TO LT-CC.
064300     MOVE 'RETURNS COUNTED' TO LT-LABEL.
064400     MOVE COUNTED-CNTR TO LT-COUNT.
064500     PERFORM 0510-PRINT-TOTAL-LINE.
064600     MOVE 'DUPLICATE RETURNS' TO LT-LABEL.
064700     MOVE DUP-CNTR TO LT-COUNT.
064800     PERFORM 0510-PRINT-TOTAL-LINE.
064900     MOVE 'RETURNS TO OLD ADDRESS' TO LT-LABEL.
065000     MOVE OLDADDR-CNTR TO LT-COUNT.
065100     PERFORM 0510-PRINT-TOTAL-LINE.
065200     MOVE 'UNRESOLVED RETURNS' TO LT-LABEL.
065300     MOVE UNRES-CNTR TO LT-COUNT.
065400     PERFORM 0510-PRINT-TOTAL-LINE.
065500     MOVE 'ADDRESSES CORRECTED' TO LT-LABEL.
065600     MOVE CLEARED-CNTR TO LT-COUNT.
065700     PERFORM 0510-PRINT-TOTAL-LINE.
065800     MOVE 'REJECTED CARDS' TO LT-LABEL.
065900     MOVE REJECT-CNTR TO LT-COUNT.
066000     PERFORM 0510-PRINT-TOTAL-LINE.
066100     MOVE 'ACCOUNTS NEWLY HELD' TO LT-LABEL.
066200     MOVE NEWHOLD-CNTR TO LT-COUNT.
066300     PERFORM 0510-PRINT-TOTAL-LINE.
066400     MOVE 'ACCOUNTS NOW HELD' TO LT-LABEL.
066500     MOVE HELD-CNTR TO LT-COUNT.
066600     PERFORM 0510-PRINT-TOTAL-LINE.
066700     MOVE RETURN-LIMIT TO LT-COUNT.
066800     MOVE 'RETURNS TO HOLD' TO LT-LABEL.
066900     PERFORM 0510-PRINT-TOTAL-LINE.
067000 0510-PRINT-TOTAL-LINE.
067100     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
067200     WRITE PRINT-RECORD FROM LINE-TOTAL.
067300 END PROGRAM APKRTML.
