000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKDSCR.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program reports the shared disclosure log,
000900               APKDSCL: the record of every time a customer's
001000               statement was pulled back out of the system, and
001100               by whom. APKGXEXT appends a record for each page
001200               range it extracts, APKRPRQM for each reprint
001300               request it generates, APKXRFIQ for each page,
001400               group or job it gives in answer to an inquiry, and
001500               APKACXQ for each statement it lists for an
001600               account. Each record holds the date and time, the
001700               program, the requester and reason, the group (or
001800               page) name and page range, the account number
001900               where the program knows it, and the job and run
002000               date of the output.
002100
002200               The report covers a range of dates, given in the
002300               EXEC PARM as the first and last date (YYYYMMDD)
002400               separated by a comma; either may be left out for
002500               an open-ended range. It lists the disclosures
002600               twice: by customer - by account number, then by
002700               group name, which answers a customer's "who looked
002800               at my statement" - and by requester, each
002900               requester closed with a count. A requester with
003000               more disclosures in the range than the volume in
003100               the APKDSCC member is flagged. The member's first
003200               card (an asterisk in column 1 marks a comment)
003300               gives the volume in columns 1-6; without one, 50
003400               is used.
003500
003600               Allocate these DDs:
003700                 APKDSCL  - the disclosure log, read only
003800                 APKDSCC  - the volume card
003900                 PAPKDSCR - the printed report, LRECL 125,
004000                            BLKSIZE n*125+4, VBA
004100                 SORTWKnn - sort work space, and SYSOUT for the
004200                            sort's messages
004300               The step ends with return code 4 when any
004400               requester is flagged, and 8 when the PARM is in
004500               error or a sort failed.
004600 DATE-WRITTEN. 15 Oct 2026.
004700 DATE-COMPILED.
004800 SECURITY. IBM SAMPLE CODE ONLY.
004900*/**************************************************************/
005000*/* Licensed under the Apache License, Version 2.0 (the        */
005100*/* "License"); you may not use this file except in compliance */
005200*/* with the License. You may obtain a copy of the License at  */
005300*/*                                                            */
005400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005500*/*                                                            */
005600*/* Unless required by applicable law or agreed to in writing, */
005700*/* software distributed under the License is distributed on an*/
005800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005900*/* KIND, either express or implied.  See the License for the  */
006000*/* specific language governing permissions and limitations    */
006100*/* under the License.                                         */
006200*/*------------------------------------------------------------*/
006300*/*                                                            */
006400*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
006500*/*                                                            */
006600*/*   Permission to use, copy, modify, and distribute          */
006700*/*   this software for any purpose with or without fee        */
006800*/*   is hereby granted, provided that the above               */
006900*/*   copyright notices appear in all copies.                  */
007000*/*                                                            */
007100*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007200*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
007300*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007400*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007500*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007600*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007700*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007800*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007900*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008000*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008100*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008200*/**************************************************************/
008300 TITLE 'ACIF Customer Data Disclosure Report'.
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
008600 SOURCE-COMPUTER. IBM-370.
008700 OBJECT-COMPUTER. IBM-370.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT PRINT-FILE ASSIGN TO PAPKDSCR.
009100     SELECT DSCL-FILE ASSIGN TO APKDSCL
009200         ORGANIZATION SEQUENTIAL.
009300     SELECT DSCC-FILE ASSIGN TO APKDSCC
009400         ORGANIZATION SEQUENTIAL
009500         FILE STATUS IS DSCC-STATUS.
009600     SELECT SORT-FILE ASSIGN TO SORTWK01.
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
010900* the shared disclosure log: one record per statement pulled
011000* back out of the system, appended by each program that does so.
011100 FD  DSCL-FILE
011200     LABEL RECORDS STANDARD
011300     RECORDING MODE F
011400     BLOCK CONTAINS 0
011500     RECORD CONTAINS 160 CHARACTERS.
011600 01  DSCL-RECORD.
011700     05  DSCL-DATE           PIC 9(8).
011800     05  DSCL-TIME           PIC 9(6).
011900     05  DSCL-PGMNAME        PIC X(8).
012000     05  DSCL-REQUESTER      PIC X(8).
012100     05  DSCL-REASON         PIC X(20).
012200     05  DSCL-GRPNAME        PIC X(44).
012300     05  DSCL-FIRST-PAGE     PIC 9(8).
012400     05  DSCL-LAST-PAGE      PIC 9(8).
012500     05  DSCL-ACCTNO         PIC X(20).
012600     05  DSCL-JOBNAME        PIC X(8).
012700     05  DSCL-RUNDATE        PIC 9(8).
012800     05  FILLER              PIC X(14).
012900* the requester volume card.
013000 FD  DSCC-FILE
013100     LABEL RECORDS STANDARD
013200     RECORDING MODE F
013300     BLOCK CONTAINS 0
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  DSCC-CARD.
013600     05  DSCC-VOLUME         PIC X(6).
013700     05  DSCC-VOLUME-N       REDEFINES DSCC-VOLUME PIC 9(6).
013800     05  FILLER              PIC X(74).
013900* the log records in the period, sorted by customer, then by
014000* requester.
014100 SD  SORT-FILE.
014200 01  SORT-RECORD.
014300     05  SR-DATE             PIC 9(8).
014400     05  SR-TIME             PIC 9(6).
014500     05  SR-PGMNAME          PIC X(8).
014600     05  SR-REQUESTER        PIC X(8).
014700     05  SR-REASON           PIC X(20).
014800     05  SR-GRPNAME          PIC X(44).
014900     05  SR-FIRST-PAGE       PIC 9(8).
015000     05  SR-LAST-PAGE        PIC 9(8).
015100     05  SR-ACCTNO           PIC X(20).
015200     05  SR-JOBNAME          PIC X(8).
015300     05  SR-RUNDATE          PIC 9(8).
015400     05  FILLER              PIC X(14).
015500     EJECT
015600 WORKING-STORAGE SECTION.
015700 77  PGMNAME                 PIC X(8) VALUE 'APKDSCR '.
015800 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
015900 77  DSCC-STATUS             PIC XX VALUE SPACES.
016000 77  DSCL-EOF-FLAG           PIC X VALUE LOW-VALUE.
016100     88  DSCL-EOF            VALUE HIGH-VALUE.
016200     88  DSCL-NOTEOF         VALUE LOW-VALUE.
016300 77  DSCC-EOF-FLAG           PIC X VALUE LOW-VALUE.
016400     88  DSCC-EOF            VALUE HIGH-VALUE.
016500     88  DSCC-NOTEOF         VALUE LOW-VALUE.
016600 77  SORT-EOF-FLAG           PIC X VALUE LOW-VALUE.
016700     88  SORT-EOF            VALUE HIGH-VALUE.
016800     88  SORT-NOTEOF         VALUE LOW-VALUE.
016900 77  FIRST-FLAG              PIC X VALUE 'Y'.
017000     88  FIRST-RECORD        VALUE 'Y'.
017100     88  NOT-FIRST-RECORD    VALUE 'N'.
017200 77  PARM-FLAG               PIC X VALUE 'Y'.
017300     88  PARM-VALID          VALUE 'Y'.
017400     88  PARM-INVALID        VALUE 'N'.
017500 77  FLAGGED-FLAG            PIC X VALUE 'N'.
017600     88  SOME-REQUESTER-FLAGGED VALUE 'Y'.
017700* the most disclosures one requester may make in the period
017800* before the report flags it.
017900 77  VOLUME-LIMIT            PIC 9(8) BINARY VALUE 50.
018000* the period, from the PARM.
018100 77  FROM-DATE               PIC 9(8) VALUE ZERO.
018200 77  TO-DATE                 PIC 9(8) VALUE 99999999.
018300 77  PARM-COMMA-POS          PIC 9(4) BINARY VALUE ZERO.
018400 01  PARM-DATE-WORK.
018500     05  PARM-DATE           PIC X(8).
018600     05  PARM-DATE-N         REDEFINES PARM-DATE PIC 9(8).
018700* the control breaks.
018800 77  PREV-ACCTNO             PIC X(20) VALUE SPACES.
018900 77  PREV-GRPNAME            PIC X(44) VALUE SPACES.
019000 77  PREV-REQUESTER          PIC X(8) VALUE SPACES.
019100 77  READ-CNTR               PIC 9(8) BINARY VALUE ZERO.
019200 77  PERIOD-CNTR             PIC 9(8) BINARY VALUE ZERO.
019300 77  REQUESTER-CNTR          PIC 9(8) BINARY VALUE ZERO.
019400 77  REQ-DSCL-CNTR           PIC 9(8) BINARY VALUE ZERO.
019500 77  FLAGGED-CNTR            PIC 9(8) BINARY VALUE ZERO.
019600 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
019700     SKIP1
019800 01  PAGE-TITLE.
019900     05  FILLER              PIC X   VALUE '1'.
020000     05  FILLER              PIC X(36) VALUE
020100         'ACIF CUSTOMER DATA DISCLOSURE REPORT'.
020200     SKIP1
020300 01  LINE-PERIOD.
020400     05  FILLER              PIC X   VALUE '0'.
020500     05  FILLER              PIC X(12) VALUE 'DISCLOSURES '.
020600     05  FILLER              PIC X(5) VALUE 'FROM '.
020700     05  LPD-FROM            PIC 9(8).
020800     05  FILLER              PIC X(4) VALUE ' TO '.
020900     05  LPD-TO              PIC 9(8).
021000     05  FILLER              PIC X(25) VALUE
021100         '  REQUESTER VOLUME LIMIT '.
021200     05  LPD-LIMIT           PIC ZZ,ZZZ,ZZ9.
021300     SKIP1
021400 01  LINE-SECTION.
021500     05  FILLER              PIC X   VALUE '-'.
021600     05  LSC-TEXT            PIC X(40).
021700     SKIP1
021800 01  CUST-SUBTITLE.
021900     05  FILLER              PIC X   VALUE '0'.
022000     05  FILLER              PIC X(4) VALUE SPACES.
022100     05  FILLER              PIC X(8) VALUE 'DATE'.
022200     05  FILLER              PIC X VALUE SPACE.
022300     05  FILLER              PIC X(6) VALUE 'TIME'.
022400     05  FILLER              PIC X VALUE SPACE.
022500     05  FILLER              PIC X(8) VALUE 'PROGRAM'.
022600     05  FILLER              PIC X VALUE SPACE.
022700     05  FILLER              PIC X(8) VALUE 'BY'.
022800     05  FILLER              PIC X VALUE SPACE.
022900     05  FILLER              PIC X(20) VALUE 'REASON'.
023000     05  FILLER              PIC X VALUE SPACE.
023100     05  FILLER              PIC X(8) VALUE 'JOB'.
023200     05  FILLER              PIC X VALUE SPACE.
023300     05  FILLER              PIC X(8) VALUE 'RUN DATE'.
023400     05  FILLER              PIC X VALUE SPACE.
023500     05  FILLER              PIC X(17) VALUE '            PAGES'.
023600     SKIP1
023700 01  LINE-ACCOUNT.
023800     05  FILLER              PIC X   VALUE '0'.
023900     05  FILLER              PIC X(8) VALUE 'ACCOUNT '.
024000     05  LAC-ACCTNO          PIC X(20).
024100     SKIP1
024200 01  LINE-GROUP.
024300     05  FILLER              PIC X   VALUE SPACE.
024400     05  FILLER              PIC X(2) VALUE SPACES.
024500     05  FILLER              PIC X(11) VALUE 'STATEMENT  '.
024600     05  LGP-GRPNAME         PIC X(44).
024700     SKIP1
024800 01  LINE-CUST-DETAIL.
024900     05  FILLER              PIC X   VALUE SPACE.
025000     05  FILLER              PIC X(4) VALUE SPACES.
025100     05  LCD-DATE            PIC 9(8).
025200     05  FILLER              PIC X VALUE SPACE.
025300     05  LCD-TIME            PIC 9(6).
025400     05  FILLER              PIC X VALUE SPACE.
025500     05  LCD-PGMNAME         PIC X(8).
025600     05  FILLER              PIC X VALUE SPACE.
025700     05  LCD-REQUESTER       PIC X(8).
025800     05  FILLER              PIC X VALUE SPACE.
025900     05  LCD-REASON          PIC X(20).
026000     05  FILLER              PIC X VALUE SPACE.
026100     05  LCD-JOBNAME         PIC X(8).
026200     05  FILLER              PIC X VALUE SPACE.
026300     05  LCD-RUNDATE         PIC X(8).
026400     05  FILLER              PIC X VALUE SPACE.
026500     05  LCD-FIRST-PAGE      PIC Z(7)9.
026600     05  FILLER              PIC X VALUE '-'.
026700     05  LCD-LAST-PAGE       PIC Z(7)9.
026800     SKIP1
026900 01  REQ-SUBTITLE.
027000     05  FILLER              PIC X   VALUE '0'.
027100     05  FILLER              PIC X(4) VALUE SPACES.
027200     05  FILLER              PIC X(8) VALUE 'DATE'.
027300     05  FILLER              PIC X VALUE SPACE.
027400     05  FILLER              PIC X(6) VALUE 'TIME'.
027500     05  FILLER              PIC X VALUE SPACE.
027600     05  FILLER              PIC X(8) VALUE 'PROGRAM'.
027700     05  FILLER              PIC X VALUE SPACE.
027800     05  FILLER              PIC X(20) VALUE 'REASON'.
027900     05  FILLER              PIC X VALUE SPACE.
028000     05  FILLER              PIC X(20) VALUE 'ACCOUNT'.
028100     05  FILLER              PIC X VALUE SPACE.
028200     05  FILLER              PIC X(44) VALUE 'STATEMENT'.
028300     SKIP1
028400 01  LINE-REQUESTER.
028500     05  FILLER              PIC X   VALUE '0'.
028600     05  FILLER              PIC X(10) VALUE 'REQUESTER '.
028700     05  LRQ-REQUESTER       PIC X(8).
028800     SKIP1
028900 01  LINE-REQ-DETAIL.
029000     05  FILLER              PIC X   VALUE SPACE.
029100     05  FILLER              PIC X(4) VALUE SPACES.
029200     05  LRD-DATE            PIC 9(8).
029300     05  FILLER              PIC X VALUE SPACE.
029400     05  LRD-TIME            PIC 9(6).
029500     05  FILLER              PIC X VALUE SPACE.
029600     05  LRD-PGMNAME         PIC X(8).
029700     05  FILLER              PIC X VALUE SPACE.
029800     05  LRD-REASON          PIC X(20).
029900     05  FILLER              PIC X VALUE SPACE.
030000     05  LRD-ACCTNO          PIC X(20).
030100     05  FILLER              PIC X VALUE SPACE.
030200     05  LRD-GRPNAME         PIC X(44).
030300     SKIP1
030400 01  LINE-REQ-TOTAL.
030500     05  FILLER              PIC X   VALUE SPACE.
030600     05  FILLER              PIC X(4) VALUE SPACES.
030700     05  LRT-COUNT           PIC ZZ,ZZZ,ZZ9.
030800     05  FILLER              PIC X(12) VALUE ' DISCLOSURES'.
030900     05  FILLER              PIC X(2) VALUE SPACES.
031000     05  LRT-FLAG            PIC X(40).
031100 01  FLAG-TEXT.
031200     05  FILLER              PIC X(25) VALUE
031300         '*** OVER VOLUME LIMIT OF '.
031400     05  FT-LIMIT            PIC ZZZ,ZZ9.
031500     05  FILLER              PIC X(4) VALUE ' ***'.
031600     SKIP1
031700 01  LINE-TOTAL.
031800     05  LT-CC               PIC X   VALUE SPACE.
031900     05  FILLER              PIC X(02) VALUE SPACES.
032000     05  LT-LABEL            PIC X(32).
032100     05  FILLER              PIC X VALUE SPACE.
032200     05  LT-COUNT            PIC ZZ,ZZZ,ZZ9.
032300     SKIP1
032400 01  LINE-NOTICE.
032500     05  FILLER              PIC X(5) VALUE SPACES.
032600     05  LN-TEXT             PIC X(60).
032700 LINKAGE SECTION.
032800 01  PARM-AREA.
032900     05  PARM-LEN            PIC S9(4) BINARY.
033000     05  PARM-DATA           PIC X(17).
033100 TITLE 'Initialization and Main Line'.
033200 PROCEDURE DIVISION USING PARM-AREA.
033300 0000-MAINLINE.
033400     PERFORM 0010-INITIALIZE.
033500     IF PARM-INVALID
033600      THEN
033700       DISPLAY PGMNAME ' PARM MUST BE FIRST DATE,LAST DATE'
033800         ' (YYYYMMDD). NOTHING REPORTED.';
033900       MOVE 8 TO RETURN-CODE;
034000       STOP RUN
034100     END-IF.
034200     MOVE 'DISCLOSURES BY CUSTOMER' TO LSC-TEXT.
034300     MOVE LENGTH OF LINE-SECTION TO PRINT-REC-LEN.
034400     WRITE PRINT-RECORD FROM LINE-SECTION.
034500     SORT SORT-FILE
034600         ON ASCENDING KEY SR-ACCTNO, SR-GRPNAME, SR-DATE, SR-TIME
034700         INPUT PROCEDURE IS 0100-SELECT-LOG
034800         OUTPUT PROCEDURE IS 0200-PRINT-BY-CUSTOMER.
034900     IF SORT-RETURN NOT = ZERO
035000      THEN
035100       DISPLAY PGMNAME ' SORT FAILED, RETURN CODE ' SORT-RETURN
035200         '. REPORT INCOMPLETE.';
035300       MOVE 8 TO RETURN-CODE;
035400       STOP RUN
035500     END-IF.
035600     MOVE 'DISCLOSURES BY REQUESTER' TO LSC-TEXT.
035700     MOVE LENGTH OF LINE-SECTION TO PRINT-REC-LEN.
035800     WRITE PRINT-RECORD FROM LINE-SECTION.
035900     SORT SORT-FILE
036000         ON ASCENDING KEY SR-REQUESTER, SR-DATE, SR-TIME
036100         INPUT PROCEDURE IS 0100-SELECT-LOG
036200         OUTPUT PROCEDURE IS 0300-PRINT-BY-REQUESTER.
036300     IF SORT-RETURN NOT = ZERO
036400      THEN
036500       DISPLAY PGMNAME ' SORT FAILED, RETURN CODE ' SORT-RETURN
036600         '. REPORT INCOMPLETE.';
036700       MOVE 8 TO RETURN-CODE;
036800       STOP RUN
036900     END-IF.
037000     PERFORM 0400-TERMINATE.
037100     IF SOME-REQUESTER-FLAGGED
037200      THEN
037300       MOVE 4 TO RETURN-CODE
037400      ELSE
037500       MOVE ZERO TO RETURN-CODE
037600     END-IF.
037700     STOP RUN.
037800 0010-INITIALIZE.
037900     PERFORM 0020-PARSE-PARM.
038000     PERFORM 0030-LOAD-VOLUME.
038100     OPEN OUTPUT PRINT-FILE.
038200     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
038300     WRITE PRINT-RECORD FROM PAGE-TITLE.
038400     MOVE FROM-DATE TO LPD-FROM.
038500     MOVE TO-DATE TO LPD-TO.
038600     MOVE VOLUME-LIMIT TO LPD-LIMIT.
038700     MOVE LENGTH OF LINE-PERIOD TO PRINT-REC-LEN.
038800     WRITE PRINT-RECORD FROM LINE-PERIOD.
038900 0020-PARSE-PARM.
039000* the first date, and the last behind the comma; a date left out
039100* leaves the range open at that end.
039200     IF PARM-LEN > 17
039300      THEN
039400       MOVE 17 TO PARM-LEN
039500     END-IF.
039600     MOVE ZERO TO PARM-COMMA-POS.
039700     PERFORM VARYING PARM-COMMA-POS FROM 1 BY 1
039800         UNTIL PARM-COMMA-POS > PARM-LEN
039900             OR PARM-DATA (PARM-COMMA-POS : 1) = ','
040000       CONTINUE
040100     END-PERFORM.
040200     IF PARM-COMMA-POS > 1
040300      THEN
040400       MOVE SPACES TO PARM-DATE;
040500       MOVE PARM-DATA (1 : PARM-COMMA-POS - 1) TO PARM-DATE;
040600       IF PARM-DATE-N NUMERIC
040700        THEN
040800         MOVE PARM-DATE-N TO FROM-DATE
040900        ELSE
041000         SET PARM-INVALID TO TRUE
041100       END-IF
041200     END-IF.
041300     IF PARM-COMMA-POS < PARM-LEN
041400      THEN
041500       MOVE SPACES TO PARM-DATE;
041600       MOVE PARM-DATA (PARM-COMMA-POS + 1 :
041700                       PARM-LEN - PARM-COMMA-POS)
041800         TO PARM-DATE;
041900       IF PARM-DATE-N NUMERIC
042000        THEN
042100         MOVE PARM-DATE-N TO TO-DATE
042200        ELSE
042300         SET PARM-INVALID TO TRUE
042400       END-IF
042500     END-IF.
042600     IF FROM-DATE > TO-DATE
042700      THEN
042800       SET PARM-INVALID TO TRUE
042900     END-IF.
043000 0030-LOAD-VOLUME.
043100* the first card that is not a comment gives the volume; with no
043200* member, or no such card, the default stands.
043300     OPEN INPUT DSCC-FILE.
043400     IF DSCC-STATUS = '00' OR DSCC-STATUS = '97'
043500      THEN
043600       SET DSCC-NOTEOF TO TRUE;
043700       PERFORM UNTIL DSCC-EOF
043800         READ DSCC-FILE
043900          AT END
044000           SET DSCC-EOF TO TRUE
044100          NOT AT END
044200           IF DSCC-CARD (1 : 1) NOT = '*'
044300            THEN
044400             IF DSCC-VOLUME-N NUMERIC AND DSCC-VOLUME-N > ZERO
044500              THEN
044600               MOVE DSCC-VOLUME-N TO VOLUME-LIMIT
044700              ELSE
044800               DISPLAY PGMNAME ' APKDSCC VOLUME NOT NUMERIC. '
044900                 'THE DEFAULT IS USED.'
045000             END-IF;
045100             SET DSCC-EOF TO TRUE
045200           END-IF
045300         END-READ
045400       END-PERFORM;
045500       CLOSE DSCC-FILE
045600     END-IF.
045700     EJECT
045800 TITLE 'Select the Period'.
045900 0100-SELECT-LOG.
046000* the log is read once per sort; only the period's records go on.
046100     MOVE ZERO TO READ-CNTR, PERIOD-CNTR.
046200     OPEN INPUT DSCL-FILE.
046300     SET DSCL-NOTEOF TO TRUE.
046400     PERFORM UNTIL DSCL-EOF
046500       READ DSCL-FILE
046600        AT END
046700         SET DSCL-EOF TO TRUE
046800        NOT AT END
046900         ADD 1 TO READ-CNTR;
047000         IF DSCL-DATE NOT < FROM-DATE
047100            AND DSCL-DATE NOT > TO-DATE
047200          THEN
047300           ADD 1 TO PERIOD-CNTR;
047400           RELEASE SORT-RECORD FROM DSCL-RECORD
047500         END-IF
047600       END-READ
047700     END-PERFORM.
047800     CLOSE DSCL-FILE.
047900     EJECT
048000 TITLE 'Disclosures by Customer'.
048100 0200-PRINT-BY-CUSTOMER.
048200* each account opens with its number, each statement with its
048300* group (or page) name; disclosures recorded without an account
048400* come first.
048500     MOVE LENGTH OF CUST-SUBTITLE TO PRINT-REC-LEN.
048600     WRITE PRINT-RECORD FROM CUST-SUBTITLE.
048700     SET FIRST-RECORD TO TRUE.
048800     SET SORT-NOTEOF TO TRUE.
048900     PERFORM 0210-RETURN-CUSTOMER-RECORD
049000         UNTIL SORT-EOF.
049100     IF FIRST-RECORD
049200      THEN
049300       MOVE 'NO DISCLOSURES IN THE PERIOD' TO LN-TEXT;
049400       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
049500       WRITE PRINT-RECORD FROM LINE-NOTICE
049600     END-IF.
049700 0210-RETURN-CUSTOMER-RECORD.
049800     RETURN SORT-FILE
049900      AT END
050000       SET SORT-EOF TO TRUE
050100      NOT AT END
050200       PERFORM 0220-PRINT-CUSTOMER-LINE
050300     END-RETURN.
050400 0220-PRINT-CUSTOMER-LINE.
050500     IF FIRST-RECORD OR SR-ACCTNO NOT = PREV-ACCTNO
050600      THEN
050700       IF SR-ACCTNO = SPACES
050800        THEN
050900         MOVE 'NOT RECORDED' TO LAC-ACCTNO
051000        ELSE
051100         MOVE SR-ACCTNO TO LAC-ACCTNO
051200       END-IF;
051300       MOVE LENGTH OF LINE-ACCOUNT TO PRINT-REC-LEN;
051400       WRITE PRINT-RECORD FROM LINE-ACCOUNT;
051500       MOVE SR-ACCTNO TO PREV-ACCTNO;
051600       MOVE HIGH-VALUES TO PREV-GRPNAME
051700     END-IF.
051800     IF SR-GRPNAME NOT = PREV-GRPNAME
051900      THEN
052000       IF SR-GRPNAME = SPACES
052100        THEN
052200         MOVE '(WHOLE JOB)' TO LGP-GRPNAME
052300        ELSE
052400         MOVE SR-GRPNAME TO LGP-GRPNAME
052500       END-IF;
052600       MOVE LENGTH OF LINE-GROUP TO PRINT-REC-LEN;
052700       WRITE PRINT-RECORD FROM LINE-GROUP;
052800       MOVE SR-GRPNAME TO PREV-GRPNAME
052900     END-IF.
053000     SET NOT-FIRST-RECORD TO TRUE.
053100     MOVE SR-DATE TO LCD-DATE.
053200     MOVE SR-TIME TO LCD-TIME.
053300     MOVE SR-PGMNAME TO LCD-PGMNAME.
053400     MOVE SR-REQUESTER TO LCD-REQUESTER.
053500     MOVE SR-REASON TO LCD-REASON.
053600     MOVE SR-JOBNAME TO LCD-JOBNAME.
053700     IF SR-RUNDATE = ZERO
053800      THEN
053900       MOVE SPACES TO LCD-RUNDATE
054000      ELSE
054100       MOVE SR-RUNDATE TO LCD-RUNDATE
054200     END-IF.
054300     MOVE SR-FIRST-PAGE TO LCD-FIRST-PAGE.
054400     MOVE SR-LAST-PAGE TO LCD-LAST-PAGE.
054500     MOVE LENGTH OF LINE-CUST-DETAIL TO PRINT-REC-LEN.
054600     WRITE PRINT-RECORD FROM LINE-CUST-DETAIL.
054700     EJECT
054800 TITLE 'Disclosures by Requester'.
054900 0300-PRINT-BY-REQUESTER.
055000* each requester's disclosures, closed with their count; a count
055100* over the volume limit is flagged.
055200     MOVE LENGTH OF REQ-SUBTITLE TO PRINT-REC-LEN.
055300     WRITE PRINT-RECORD FROM REQ-SUBTITLE.
055400     MOVE VOLUME-LIMIT TO FT-LIMIT.
055500     SET FIRST-RECORD TO TRUE.
055600     SET SORT-NOTEOF TO TRUE.
055700     PERFORM 0310-RETURN-REQUESTER-RECORD
055800         UNTIL SORT-EOF.
055900     IF FIRST-RECORD
056000      THEN
056100       MOVE 'NO DISCLOSURES IN THE PERIOD' TO LN-TEXT;
056200       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
056300       WRITE PRINT-RECORD FROM LINE-NOTICE
056400      ELSE
056500       PERFORM 0330-PRINT-REQUESTER-TOTAL
056600     END-IF.
056700 0310-RETURN-REQUESTER-RECORD.
056800     RETURN SORT-FILE
056900      AT END
057000       SET SORT-EOF TO TRUE
057100      NOT AT END
057200       PERFORM 0320-PRINT-REQUESTER-LINE
057300     END-RETURN.
057400 0320-PRINT-REQUESTER-LINE.
057500     IF FIRST-RECORD OR SR-REQUESTER NOT = PREV-REQUESTER
057600      THEN
057700       IF NOT-FIRST-RECORD
057800        THEN
057900         PERFORM 0330-PRINT-REQUESTER-TOTAL
058000       END-IF;
058100       ADD 1 TO REQUESTER-CNTR;
058200       MOVE ZERO TO REQ-DSCL-CNTR;
058300       IF SR-REQUESTER = SPACES
058400        THEN
058500         MOVE '(NONE)' TO LRQ-REQUESTER
058600        ELSE
058700         MOVE SR-REQUESTER TO LRQ-REQUESTER
058800       END-IF;
058900       MOVE LENGTH OF LINE-REQUESTER TO PRINT-REC-LEN;
059000       WRITE PRINT-RECORD FROM LINE-REQUESTER;
059100       MOVE SR-REQUESTER TO PREV-REQUESTER
059200     END-IF.
059300     SET NOT-FIRST-RECORD TO TRUE.
059400     ADD 1 TO REQ-DSCL-CNTR.
059500     MOVE SR-DATE TO LRD-DATE.
059600     MOVE SR-TIME TO LRD-TIME.
059700     MOVE SR-PGMNAME TO LRD-PGMNAME.
059800     MOVE SR-REASON TO LRD-REASON.
059900     MOVE SR-ACCTNO TO LRD-ACCTNO.
060000     IF SR-GRPNAME = SPACES
060100      THEN
060200       MOVE SPACES TO LRD-GRPNAME;
060300       STRING 'JOB ' SR-JOBNAME DELIMITED BY SIZE
060400         INTO LRD-GRPNAME
060500      ELSE
060600       MOVE SR-GRPNAME TO LRD-GRPNAME
060700     END-IF.
060800     MOVE LENGTH OF LINE-REQ-DETAIL TO PRINT-REC-LEN.
060900     WRITE PRINT-RECORD FROM LINE-REQ-DETAIL.
061000 0330-PRINT-REQUESTER-TOTAL.
061100     MOVE REQ-DSCL-CNTR TO LRT-COUNT.
061200     IF REQ-DSCL-CNTR > VOLUME-LIMIT
061300      THEN
061400       MOVE FLAG-TEXT TO LRT-FLAG;
061500       ADD 1 TO FLAGGED-CNTR;
061600       SET SOME-REQUESTER-FLAGGED TO TRUE;
061700       DISPLAY PGMNAME ' REQUESTER ' PREV-REQUESTER
061800         ' OVER THE VOLUME LIMIT.'
061900      ELSE
062000       MOVE SPACES TO LRT-FLAG
062100     END-IF.
062200     MOVE LENGTH OF LINE-REQ-TOTAL TO PRINT-REC-LEN.
062300     WRITE PRINT-RECORD FROM LINE-REQ-TOTAL.
062400     EJECT
062500 TITLE 'Report and Termination'.
062600 0400-TERMINATE.
062700     MOVE '0' TO LT-CC.
062800     MOVE 'LOG RECORDS READ' TO LT-LABEL.
062900     MOVE READ-CNTR TO LT-COUNT.
063000     PERFORM 0410-PRINT-TOTAL.
063100     MOVE SPACE TO LT-CC.
063200     MOVE 'DISCLOSURES IN THE PERIOD' TO LT-LABEL.
063300     MOVE PERIOD-CNTR TO LT-COUNT.
063400     PERFORM 0410-PRINT-TOTAL.
063500     MOVE 'REQUESTERS' TO LT-LABEL.
063600     MOVE REQUESTER-CNTR TO LT-COUNT.
063700     PERFORM 0410-PRINT-TOTAL.
063800     MOVE 'REQUESTERS OVER THE VOLUME LIMIT' TO LT-LABEL.
063900     MOVE FLAGGED-CNTR TO LT-COUNT.
064000     PERFORM 0410-PRINT-TOTAL.
064100     CLOSE PRINT-FILE.
064200     MOVE PERIOD-CNTR TO COUNT-DISP.
064300     DISPLAY PGMNAME, COUNT-DISP, ' DISCLOSURES IN THE PERIOD.'.
064400 0410-PRINT-TOTAL.
064500     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
064600     WRITE PRINT-RECORD FROM LINE-TOTAL.
064700 END PROGRAM APKDSCR.
