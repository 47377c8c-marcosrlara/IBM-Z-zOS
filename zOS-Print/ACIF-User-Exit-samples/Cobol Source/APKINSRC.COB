000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000140*    CHECKS THE APKIMARK SHEET MARKS ON APKIMKF AGAINST THE      *!@02A
000160*    CONTROL FILE: EVERY SHEET OF A MARKED JOB'S STATEMENTS      *!@02A
000180*    ONCE, WITH THE SHEETS TOTAL APKINSF GIVES THE STATEMENT.    *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKINSRC.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program reads back what the inserter actually
000900               did. APKINSCF writes the mail machine's control
001000               file, one record per statement; at the end of the
001100               run the inserter writes its close-out results file,
001200               one record per piece saying whether it was
001300               inserted, diverted, damaged, or missing. This
001400               program matches every piece against the control
001500               file the run was loaded from, prints the
001600               reconciliation by job and bin, and turns every
001700               damaged or missing statement into a reprint
001800               request - a group-reference card in the APKRPRA
001900               layout with reason INSERTER, which the APKRPRQM
002000               ADD step that follows puts on the reprint queue.
002100               The reprint goes out the next window without
002200               anyone retyping it from the operator's clipboard.
002208
002216               It also checks the sheet marks APKIMARK printed    !@02A
002225               against the control file. For each job that has    !@02A
002233               marks on APKIMKF, every statement must have one    !@02A
002241               mark for each of its sheets, numbered 1 up to the  !@02A
002250               sheets total in order, every mark carrying the     !@02A
002258               sheets total APKINSF gives the statement. A        !@02A
002266               statement whose marks fall short or disagree, and a!@02A
002275               mark for a statement not on the control file, are  !@02A
002283               listed as exceptions: the envelopes the inserter   !@02A
002291               filled by those marks cannot be trusted.           !@02A
002300
002400               Allocate these DDs:
002500                 APKINSF  - the inserter control file the run was
002600                            loaded from (written by APKINSCF),
002700                            read only
002800                 APKINSR  - the inserter close-out results,
002900                            80-byte records, one per piece:
003000                              cols 1-44  the group name
003100                              cols 46-53 the job name
003200                              col  55    the result: I inserted,
003300                                         V diverted, D damaged,
003400                                         M missing
003500                              cols 57-64 the piece sequence number
003600                                         the inserter assigned
003700                 APKRPRA  - the reprint request cards written,
003800                            one group-reference card per damaged
003900                            or missing statement, for APKRPRQM
004000                            ADD
004100                 PAPKINSR - the report, with an LRECL of 125,
004200                            BLKSIZE of n*125+4, VBA
004220                 APKIMKF  - the inserter mark files APKIMARK      !@02A
004240                            wrote, one per job, concatenated;     !@02A
004260                            optional (DUMMY or NULLFILE checks no !@02A
004280                            marks)                                !@02A
004300
004400               A piece matching no control record, a second result!@02C
004500               for the same statement, a result code not in the
004600               list, a statement the close-out file says nothing  !@02C
004700               about and a mark exception are all listed as       !@02C
004800               exceptions and end the step with return code 4;    !@02C
004900               none of them is queued for reprint, since a short  !@02C
005000               or mis-pointed close-out file would otherwise      !@02C
005100               reprint the whole run. A control file too large    !@02C
005200               for the match table ends the step with return code !@02C
005250               8 and no cards written.                            !@02A
005300 DATE-WRITTEN. 15 Oct 2026.
005400 DATE-COMPILED.
005500 SECURITY. IBM SAMPLE CODE ONLY.
005600*/**************************************************************/
005700*/* Licensed under the Apache License, Version 2.0 (the        */
005800*/* "License"); you may not use this file except in compliance */
005900*/* with the License. You may obtain a copy of the License at  */
006000*/*                                                            */
006100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
006200*/*                                                            */
006300*/* Unless required by applicable law or agreed to in writing, */
006400*/* software distributed under the License is distributed on an*/
006500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
006600*/* KIND, either express or implied.  See the License for the  */
006700*/* specific language governing permissions and limitations    */
006800*/* under the License.                                         */
006900*/*------------------------------------------------------------*/
007000*/*                                                            */
007100*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
007200*/*                                                            */
007300*/*   Permission to use, copy, modify, and distribute          */
007400*/*   this software for any purpose with or without fee        */
007500*/*   is hereby granted, provided that the above               */
007600*/*   copyright notices appear in all copies.                  */
007700*/*                                                            */
007800*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
007900*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
008000*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
008100*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
008200*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
008300*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
008400*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
008500*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
008600*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
008700*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
008800*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
008900*/**************************************************************/
009000 TITLE 'ACIF Inserter Close-out Reconciliation'.
009100 ENVIRONMENT DIVISION.
009200 CONFIGURATION SECTION.
009300 SOURCE-COMPUTER. IBM-370.
009400 OBJECT-COMPUTER. IBM-370.
009500 INPUT-OUTPUT SECTION.
009600 FILE-CONTROL.
009700     SELECT PRINT-FILE ASSIGN TO PAPKINSR.
009800     SELECT INSF-FILE ASSIGN TO APKINSF
009900         ORGANIZATION SEQUENTIAL.
010000     SELECT INSR-FILE ASSIGN TO APKINSR
010100         ORGANIZATION SEQUENTIAL.
010200     SELECT RPRA-FILE ASSIGN TO APKRPRA
010300         ORGANIZATION SEQUENTIAL.
010333     SELECT IMKF-FILE ASSIGN TO APKIMKF                           !@02A
010366         ORGANIZATION SEQUENTIAL.                                 !@02A
010400     EJECT
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  PRINT-FILE
010800     BLOCK CONTAINS 0
010900     LABEL RECORDS STANDARD
011000     RECORD VARYING DEPENDING ON PRINT-REC-LEN
011100     RECORDING MODE V.
011200 01  PRINT-RECORD.
011300     05  PRINT-DATA          OCCURS 1 TO 255,
011400                             DEPENDING ON PRINT-REC-LEN,
011500                             PIC X.
011600* one record per statement, as APKINSCF wrote it for the mail
011700* machine's job loader.
011800 FD  INSF-FILE
011900     LABEL RECORDS STANDARD
012000     RECORDING MODE F
012100     BLOCK CONTAINS 0
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  INSF-RECORD.
012400     05  INSF-GRPNAME        PIC X(44).
012500     05  INSF-JOBNAME        PIC X(8).
012600     05  INSF-FIRST-PAGE     PIC 9(8).
012700     05  INSF-LAST-PAGE      PIC 9(8).
012800     05  INSF-SHEETS         PIC 9(6).
012900     05  INSF-BIN            PIC 9(2).
013000     05  INSF-DIVERT         PIC X.
013100     05  FILLER              PIC X(3).
013200* one record per piece, written by the inserter at close-out.
013300 FD  INSR-FILE
013400     LABEL RECORDS STANDARD
013500     RECORDING MODE F
013600     BLOCK CONTAINS 0
013700     RECORD CONTAINS 80 CHARACTERS.
013800 01  INSR-RECORD.
013900     05  INSR-GRPNAME        PIC X(44).
014000     05  FILLER              PIC X.
014100     05  INSR-JOBNAME        PIC X(8).
014200     05  FILLER              PIC X.
014300     05  INSR-RESULT         PIC X.
014400         88  INSR-INSERTED   VALUE 'I'.
014500         88  INSR-DIVERTED   VALUE 'V'.
014600         88  INSR-DAMAGED    VALUE 'D'.
014700         88  INSR-MISSING    VALUE 'M'.
014800         88  INSR-VALID      VALUE 'I' 'V' 'D' 'M'.
014900     05  FILLER              PIC X.
015000     05  INSR-PIECE-SEQ      PIC X(8).
015100     05  FILLER              PIC X(16).
015200* the group-reference form of the APKRPRQM request card.
015300 FD  RPRA-FILE
015400     LABEL RECORDS STANDARD
015500     RECORDING MODE F
015600     BLOCK CONTAINS 0
015700     RECORD CONTAINS 80 CHARACTERS.
015800 01  RPRA-CARD.
015900     05  RPA-JOBID           PIC X(8).
016000     05  FILLER              PIC X.
016100     05  RPA-GRPNAME         PIC X(44).
016200     05  FILLER              PIC X.
016300     05  RPA-G-REQUESTER     PIC X(8).
016400     05  FILLER              PIC X.
016500     05  RPA-G-REASON        PIC X(17).
016505* one record per sheet mark, as APKIMARK wrote it.                !@02A
016510 FD  IMKF-FILE                                                    !@02A
016515     LABEL RECORDS STANDARD                                       !@02A
016520     RECORDING MODE F                                             !@02A
016525     BLOCK CONTAINS 0                                             !@02A
016530     RECORD CONTAINS 80 CHARACTERS.                               !@02A
016535 01  IMKF-RECORD.                                                 !@02A
016540     05  IMKF-GRPNAME        PIC X(44).                           !@02A
016545     05  FILLER              PIC X.                               !@02A
016550     05  IMKF-JOBNAME        PIC X(8).                            !@02A
016555     05  FILLER              PIC X.                               !@02A
016560     05  IMKF-PAGE           PIC 9(8).                            !@02A
016565     05  FILLER              PIC X.                               !@02A
016570     05  IMKF-SHEET-SEQ      PIC 9(3).                            !@02A
016575     05  IMKF-SHEETS         PIC 9(3).                            !@02A
016580     05  IMKF-BATCH-SEQ      PIC 9(4).                            !@02A
016585     05  IMKF-INSERT         PIC X(4).                            !@02A
016590     05  IMKF-SYMBOLOGY      PIC X.                               !@02A
016595     05  FILLER              PIC X(2).                            !@02A
016600     EJECT
016700 WORKING-STORAGE SECTION.
016800 77  PGMNAME                 PIC X(8) VALUE 'APKINSRC'.
016900 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
017000 77  INSF-EOF-FLAG           PIC X VALUE LOW-VALUE.
017100     88  INSF-EOF            VALUE HIGH-VALUE.
017200     88  INSF-NOTEOF         VALUE LOW-VALUE.
017300 77  INSR-EOF-FLAG           PIC X VALUE LOW-VALUE.
017400     88  INSR-EOF            VALUE HIGH-VALUE.
017500     88  INSR-NOTEOF         VALUE LOW-VALUE.
017510 77  IMKF-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@02A
017520     88  IMKF-EOF            VALUE HIGH-VALUE.                    !@02A
017530     88  IMKF-NOTEOF         VALUE LOW-VALUE.                     !@02A
017540 77  JOB-MARKED-FLAG         PIC X VALUE 'N'.                     !@02A
017550     88  JOB-MARKED          VALUE 'Y'.                           !@02A
017560     88  JOB-NOT-MARKED      VALUE 'N'.                           !@02A
017570* the statement of the last mark found on no control record;      !@02A
017580* its other sheets' marks are not listed again.                   !@02A
017590 77  LAST-UNMATCHED-MARK     PIC X(53) VALUE SPACES.              !@02A
017600 77  STMT-FOUND-FLAG         PIC X VALUE LOW-VALUE.
017700     88  STMT-FOUND          VALUE HIGH-VALUE.
017800     88  STMT-NOTFOUND       VALUE LOW-VALUE.
017900 77  TABLE-FULL-FLAG         PIC X VALUE 'N'.
018000     88  TABLE-FULL          VALUE 'Y'.
018100 77  MAX-STMTS               PIC 9(8) BINARY VALUE 5000.
018200 77  MAX-JOBBINS             PIC 9(4) BINARY VALUE 200.
018250 77  MAX-MARKED-JOBS         PIC 9(4) BINARY VALUE 200.           !@02A
018300 77  PIECE-CNTR              PIC 9(8) BINARY VALUE ZERO.
018400 77  REQUEUE-CNTR            PIC 9(8) BINARY VALUE ZERO.
018500 77  EXCEPT-CNTR             PIC 9(8) BINARY VALUE ZERO.
018600 77  UNMATCHED-CNTR          PIC 9(8) BINARY VALUE ZERO.
018700 77  DUPLICATE-CNTR          PIC 9(8) BINARY VALUE ZERO.
018800 77  INVALID-CNTR            PIC 9(8) BINARY VALUE ZERO.
018900 77  NORESULT-CNTR           PIC 9(8) BINARY VALUE ZERO.
018933 77  MARK-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@02A
018966 77  MARK-EXCEPT-CNTR        PIC 9(8) BINARY VALUE ZERO.          !@02A
019000 77  COUNT-DISP              PIC ZZZ,ZZ9.
019100* the control file held whole, one entry per statement, with the  !@02C
019200* result the close-out file gave it, its job/bin line, and the    !@02C
019250* marks found for it.                                             !@02A
019300 01  INSF-TABLE.
019400     05  IT-CNTR             PIC 9(8) BINARY VALUE ZERO.
019500     05  IT-ENTRY            OCCURS 5000 TIMES
019600                             DEPENDING ON IT-CNTR
019700                             INDEXED BY IT-INDEX.
019800         10  IT-GRPNAME      PIC X(44).
019900         10  IT-JOBNAME      PIC X(8).
020000         10  IT-FIRST-PAGE   PIC 9(8).
020100         10  IT-LAST-PAGE    PIC 9(8).
020200         10  IT-BIN          PIC 9(2).
020300         10  IT-RESULT       PIC X.
020400             88  IT-NO-RESULT VALUE SPACE.
020420         10  IT-SHEETS       PIC 9(6).                            !@02A
020440         10  IT-MARK-CNTR    PIC 9(4) BINARY.                     !@02A
020460         10  IT-MARK-FLAG    PIC X.                               !@02A
020480             88  IT-MARKS-BAD VALUE 'B'.                          !@02A
020500         10  IT-JB-NUM       PIC 9(4) BINARY.
020600* the counts by job and bin, in the order the control file first
020700* names each.
020800 01  JOBBIN-TABLE.
020900     05  JB-CNTR             PIC 9(4) BINARY VALUE ZERO.
021000     05  JB-ENTRY            OCCURS 200 TIMES
021100                             DEPENDING ON JB-CNTR
021200                             INDEXED BY JB-INDEX.
021300         10  JB-JOBNAME      PIC X(8).
021400         10  JB-BIN          PIC 9(2).
021500         10  JB-EXPECTED     PIC 9(8) BINARY.
021600         10  JB-INSERTED     PIC 9(8) BINARY.
021700         10  JB-DIVERTED     PIC 9(8) BINARY.
021800         10  JB-DAMAGED      PIC 9(8) BINARY.
021900         10  JB-MISSING      PIC 9(8) BINARY.
022000         10  JB-NORESULT     PIC 9(8) BINARY.
022012* the jobs with marks on APKIMKF.                                 !@02A
022025 01  MARKED-JOB-TABLE.                                            !@02A
022037     05  MJ-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@02A
022050     05  MJ-ENTRY            OCCURS 200 TIMES                     !@02A
022062                             DEPENDING ON MJ-CNTR                 !@02A
022075                             INDEXED BY MJ-INDEX                  !@02A
022087                             PIC X(8).                            !@02A
022100 01  JB-TOTALS.
022200     05  JBT-EXPECTED        PIC 9(8) BINARY VALUE ZERO.
022300     05  JBT-INSERTED        PIC 9(8) BINARY VALUE ZERO.
022400     05  JBT-DIVERTED        PIC 9(8) BINARY VALUE ZERO.
022500     05  JBT-DAMAGED         PIC 9(8) BINARY VALUE ZERO.
022600     05  JBT-MISSING         PIC 9(8) BINARY VALUE ZERO.
022700     05  JBT-NORESULT        PIC 9(8) BINARY VALUE ZERO.
022800     SKIP1
022900 01  PAGE-TITLE.
023000     05  FILLER              PIC X   VALUE '1'.
023100     05  FILLER              PIC X(40) VALUE
023200         'ACIF INSERTER CLOSE-OUT RECONCILIATION'.
023300         SKIP1
023400 01  PAGE-SUBTITLE.
023500     05  FILLER              PIC X   VALUE '0'.
023600     05  FILLER              PIC X(44) VALUE 'GROUP NAME'.
023700     05  FILLER              PIC X VALUE SPACE.
023800     05  FILLER              PIC X(8) VALUE 'JOB'.
023900     05  FILLER              PIC X VALUE SPACE.
024000     05  FILLER              PIC X(3) VALUE 'BIN'.
024100     05  FILLER              PIC X VALUE SPACE.
024200     05  FILLER              PIC X(8) VALUE 'FIRST PG'.
024300     05  FILLER              PIC X VALUE SPACE.
024400     05  FILLER              PIC X(8) VALUE 'LAST PG'.
024500     05  FILLER              PIC X VALUE SPACE.
024600     05  FILLER              PIC X(8) VALUE 'PIECE'.
024700     05  FILLER              PIC X VALUE SPACE.
024800     05  FILLER              PIC X(20) VALUE 'RESULT'.
024900         SKIP1
025000 01  LINE-DETAIL.
025100     05  LD-CC               PIC X   VALUE SPACE.
025200     05  LD-GRPNAME          PIC X(44).
025300     05  FILLER              PIC X VALUE SPACE.
025400     05  LD-JOBNAME          PIC X(8).
025500     05  FILLER              PIC X VALUE SPACE.
025600     05  LD-BIN              PIC X(3).
025700     05  FILLER              PIC X VALUE SPACE.
025800     05  LD-FIRST-PAGE       PIC X(8).
025900     05  FILLER              PIC X VALUE SPACE.
026000     05  LD-LAST-PAGE        PIC X(8).
026100     05  FILLER              PIC X VALUE SPACE.
026200     05  LD-PIECE-SEQ        PIC X(8).
026300     05  FILLER              PIC X VALUE SPACE.
026400     05  LD-ACTION           PIC X(20).
026500         SKIP1
026600 01  BIN-TITLE.
026700     05  FILLER              PIC X   VALUE '0'.
026800     05  FILLER              PIC X(40) VALUE
026900         'PIECES BY JOB AND BIN'.
027000         SKIP1
027100 01  BIN-SUBTITLE.
027200     05  FILLER              PIC X   VALUE '0'.
027300     05  FILLER              PIC X(8) VALUE 'JOB'.
027400     05  FILLER              PIC X VALUE SPACE.
027500     05  FILLER              PIC X(3) VALUE 'BIN'.
027600     05  FILLER              PIC X(10) VALUE '  EXPECTED'.
027700     05  FILLER              PIC X(10) VALUE '  INSERTED'.
027800     05  FILLER              PIC X(10) VALUE '  DIVERTED'.
027900     05  FILLER              PIC X(10) VALUE '   DAMAGED'.
028000     05  FILLER              PIC X(10) VALUE '   MISSING'.
028100     05  FILLER              PIC X(10) VALUE ' NO RESULT'.
028200         SKIP1
028300 01  BIN-DETAIL.
028400     05  BD-CC               PIC X   VALUE SPACE.
028500     05  BD-JOBNAME          PIC X(8).
028600     05  FILLER              PIC X VALUE SPACE.
028700     05  BD-BIN              PIC X(3).
028800     05  FILLER              PIC X(2) VALUE SPACES.
028900     05  BD-EXPECTED         PIC ZZZ,ZZ9.
029000     05  FILLER              PIC X(3) VALUE SPACES.
029100     05  BD-INSERTED         PIC ZZZ,ZZ9.
029200     05  FILLER              PIC X(3) VALUE SPACES.
029300     05  BD-DIVERTED         PIC ZZZ,ZZ9.
029400     05  FILLER              PIC X(3) VALUE SPACES.
029500     05  BD-DAMAGED          PIC ZZZ,ZZ9.
029600     05  FILLER              PIC X(3) VALUE SPACES.
029700     05  BD-MISSING          PIC ZZZ,ZZ9.
029800     05  FILLER              PIC X(3) VALUE SPACES.
029900     05  BD-NORESULT         PIC ZZZ,ZZ9.
030000         SKIP1
030100 01  LINE-TOTAL.
030200     05  LT-CC               PIC X   VALUE SPACE.
030300     05  FILLER              PIC X(02) VALUE SPACES.
030400     05  LT-LABEL            PIC X(24).
030500     05  FILLER              PIC X VALUE SPACE.
030600     05  LT-COUNT            PIC ZZZ,ZZ9.
030700/ PROCESSING.
030800 TITLE 'Initialization and Main Line'.
030900 PROCEDURE DIVISION.
031000 0000-MAINLINE.
031100     PERFORM 0010-LOAD-CONTROL-FILE.
031200     IF TABLE-FULL
031300      THEN
031400       MOVE MAX-STMTS TO COUNT-DISP;
031500       DISPLAY PGMNAME ' CONTROL FILE HAS OVER', COUNT-DISP,
031600         ' STATEMENTS. NOTHING RECONCILED OR QUEUED.';
031700       MOVE 8 TO RETURN-CODE;
031800       STOP RUN
031900     END-IF.
032000     OPEN OUTPUT PRINT-FILE.
032100     OPEN OUTPUT RPRA-FILE.
032200     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
032300     WRITE PRINT-RECORD FROM PAGE-TITLE.
032400     MOVE LENGTH OF PAGE-SUBTITLE TO PRINT-REC-LEN.
032500     WRITE PRINT-RECORD FROM PAGE-SUBTITLE.
032600     OPEN INPUT INSR-FILE.
032700     SET INSR-NOTEOF TO TRUE.
032800     PERFORM UNTIL INSR-EOF
032900       READ INSR-FILE
033000        AT END
033100         SET INSR-EOF TO TRUE
033200        NOT AT END
033300         PERFORM 0100-MATCH-PIECE THRU 0100-EXIT
033400       END-READ
033500     END-PERFORM.
033600     CLOSE INSR-FILE.
033700     CLOSE RPRA-FILE.
033800     PERFORM 0300-LIST-NO-RESULT
033900         VARYING IT-INDEX FROM 1 BY 1
034000         UNTIL IT-INDEX > IT-CNTR.
034012     PERFORM 0600-LOAD-MARKS.                                     !@02A
034025     IF MJ-CNTR > ZERO                                            !@02A
034037      THEN                                                        !@02A
034050       PERFORM 0650-CHECK-STATEMENT-MARKS                         !@02A
034062           VARYING IT-INDEX FROM 1 BY 1                           !@02A
034075           UNTIL IT-INDEX > IT-CNTR                               !@02A
034087     END-IF.                                                      !@02A
034100     PERFORM 0400-PRINT-JOBBIN-COUNTS.
034200     PERFORM 0500-PRINT-TOTALS.
034300     CLOSE PRINT-FILE.
034400     MOVE REQUEUE-CNTR TO COUNT-DISP.
034500     DISPLAY PGMNAME, COUNT-DISP, ' DAMAGED OR MISSING STATEMENTS'
034600         ' SENT FOR REPRINT.'.
034700     IF EXCEPT-CNTR > ZERO
034800      THEN
034900       MOVE EXCEPT-CNTR TO COUNT-DISP;
035000       DISPLAY PGMNAME, COUNT-DISP, ' RECONCILIATION EXCEPTIONS.'
035100         ' SEE THE REPORT.';
035200       MOVE 4 TO RETURN-CODE
035300     END-IF.
035400     STOP RUN.
035500 0010-LOAD-CONTROL-FILE.
035600* every statement the run was loaded with, and the job/bin line
035700* it counts against.
035800     OPEN INPUT INSF-FILE.
035900     SET INSF-NOTEOF TO TRUE.
036000     PERFORM UNTIL INSF-EOF OR TABLE-FULL
036100       READ INSF-FILE
036200        AT END
036300         SET INSF-EOF TO TRUE
036400        NOT AT END
036500         PERFORM 0020-HOLD-STATEMENT
036600       END-READ
036700     END-PERFORM.
036800     CLOSE INSF-FILE.
036900 0020-HOLD-STATEMENT.
037000     IF IT-CNTR NOT < MAX-STMTS
037100      THEN
037200       SET TABLE-FULL TO TRUE
037300      ELSE
037400       PERFORM 0030-FIND-JOBBIN;
037500       ADD 1 TO IT-CNTR;
037600       SET IT-INDEX TO IT-CNTR;
037700       MOVE INSF-GRPNAME TO IT-GRPNAME (IT-INDEX);
037800       MOVE INSF-JOBNAME TO IT-JOBNAME (IT-INDEX);
037900       MOVE INSF-FIRST-PAGE TO IT-FIRST-PAGE (IT-INDEX);
038000       MOVE INSF-LAST-PAGE TO IT-LAST-PAGE (IT-INDEX);
038100       MOVE INSF-BIN TO IT-BIN (IT-INDEX);
038200       MOVE SPACE TO IT-RESULT (IT-INDEX);
038225       MOVE INSF-SHEETS TO IT-SHEETS (IT-INDEX);                  !@02A
038250       MOVE ZERO TO IT-MARK-CNTR (IT-INDEX);                      !@02A
038275       MOVE SPACE TO IT-MARK-FLAG (IT-INDEX);                     !@02A
038300       SET IT-JB-NUM (IT-INDEX) TO JB-INDEX;
038400       ADD 1 TO JB-EXPECTED (JB-INDEX)
038500     END-IF.
038600 0030-FIND-JOBBIN.
038700* more job/bin pairs than the table holds share its last line,
038800* which is then labelled as the overflow.
038900     SET JB-INDEX TO 1.
039000     SEARCH JB-ENTRY
039100      AT END
039200       IF JB-CNTR < MAX-JOBBINS
039300        THEN
039400         ADD 1 TO JB-CNTR;
039500         SET JB-INDEX TO JB-CNTR;
039600         MOVE INSF-JOBNAME TO JB-JOBNAME (JB-INDEX);
039700         MOVE INSF-BIN TO JB-BIN (JB-INDEX);
039800         MOVE ZERO TO JB-EXPECTED (JB-INDEX),
039900                      JB-INSERTED (JB-INDEX),
040000                      JB-DIVERTED (JB-INDEX),
040100                      JB-DAMAGED (JB-INDEX),
040200                      JB-MISSING (JB-INDEX),
040300                      JB-NORESULT (JB-INDEX)
040400        ELSE
040500         SET JB-INDEX TO JB-CNTR;
040600         MOVE '*OTHER*' TO JB-JOBNAME (JB-INDEX)
040700       END-IF
040800      WHEN JB-JOBNAME (JB-INDEX) = INSF-JOBNAME
040900           AND JB-BIN (JB-INDEX) = INSF-BIN
041000       CONTINUE
041100     END-SEARCH.
041200     EJECT
041300 0100-MATCH-PIECE.
041400* each piece's statement on the control file, the result counted
041500* on its job/bin line; damaged and missing go back for reprint.
041600     ADD 1 TO PIECE-CNTR.
041700     MOVE SPACES TO LINE-DETAIL.
041800     MOVE INSR-GRPNAME TO LD-GRPNAME.
041900     MOVE INSR-JOBNAME TO LD-JOBNAME.
042000     MOVE INSR-PIECE-SEQ TO LD-PIECE-SEQ.
042100     IF NOT INSR-VALID
042200      THEN
042300       MOVE 'INVALID RESULT CODE' TO LD-ACTION;
042400       ADD 1 TO INVALID-CNTR;
042500       GO TO 0100-EXCEPTION
042600     END-IF.
042700     SET STMT-NOTFOUND TO TRUE.
042800     SET IT-INDEX TO 1.
042900     SEARCH IT-ENTRY
043000      AT END
043100       CONTINUE
043200      WHEN IT-GRPNAME (IT-INDEX) = INSR-GRPNAME
043300           AND IT-JOBNAME (IT-INDEX) = INSR-JOBNAME
043400       SET STMT-FOUND TO TRUE
043500     END-SEARCH.
043600     IF STMT-NOTFOUND
043700      THEN
043800       MOVE 'NOT ON CONTROL FILE' TO LD-ACTION;
043900       ADD 1 TO UNMATCHED-CNTR;
044000       GO TO 0100-EXCEPTION
044100     END-IF.
044200     MOVE IT-BIN (IT-INDEX) TO LD-BIN.
044300     MOVE IT-FIRST-PAGE (IT-INDEX) TO LD-FIRST-PAGE.
044400     MOVE IT-LAST-PAGE (IT-INDEX) TO LD-LAST-PAGE.
044500     IF NOT IT-NO-RESULT (IT-INDEX)
044600      THEN
044700       MOVE 'SECOND RESULT' TO LD-ACTION;
044800       ADD 1 TO DUPLICATE-CNTR;
044900       GO TO 0100-EXCEPTION
045000     END-IF.
045100     MOVE INSR-RESULT TO IT-RESULT (IT-INDEX).
045200     SET JB-INDEX TO IT-JB-NUM (IT-INDEX).
045300     EVALUATE TRUE
045400      WHEN INSR-INSERTED
045500       ADD 1 TO JB-INSERTED (JB-INDEX);
045600       GO TO 0100-EXIT
045700      WHEN INSR-DIVERTED
045800       ADD 1 TO JB-DIVERTED (JB-INDEX);
045900       GO TO 0100-EXIT
046000      WHEN INSR-DAMAGED
046100       ADD 1 TO JB-DAMAGED (JB-INDEX);
046200       MOVE 'DAMAGED - REPRINT' TO LD-ACTION
046300      WHEN INSR-MISSING
046400       ADD 1 TO JB-MISSING (JB-INDEX);
046500       MOVE 'MISSING - REPRINT' TO LD-ACTION
046600     END-EVALUATE.
046700     PERFORM 0200-WRITE-REPRINT-CARD.
046800     PERFORM 0110-PRINT-DETAIL.
046900     GO TO 0100-EXIT.
047000 0100-EXCEPTION.
047100     ADD 1 TO EXCEPT-CNTR.
047200     PERFORM 0110-PRINT-DETAIL.
047300 0100-EXIT.
047400     EXIT.
047500 0110-PRINT-DETAIL.
047600     MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN.
047700     WRITE PRINT-RECORD FROM LINE-DETAIL.
047800 0200-WRITE-REPRINT-CARD.
047900* a group-reference request card, resolved to its page range by
048000* APKRPRQM from the group cross-reference at ADD time.
048100     MOVE SPACES TO RPRA-CARD.
048200     MOVE IT-JOBNAME (IT-INDEX) TO RPA-JOBID.
048300     MOVE IT-GRPNAME (IT-INDEX) TO RPA-GRPNAME.
048400     MOVE PGMNAME TO RPA-G-REQUESTER.
048500     MOVE 'INSERTER' TO RPA-G-REASON.
048600     WRITE RPRA-CARD.
048700     ADD 1 TO REQUEUE-CNTR.
048800 0300-LIST-NO-RESULT.
048900* a statement the close-out file says nothing about is listed,
049000* not reprinted: the file may simply be short.
049100     IF IT-NO-RESULT (IT-INDEX)
049200      THEN
049300       SET JB-INDEX TO IT-JB-NUM (IT-INDEX);
049400       ADD 1 TO JB-NORESULT (JB-INDEX);
049500       ADD 1 TO NORESULT-CNTR;
049600       ADD 1 TO EXCEPT-CNTR;
049700       MOVE SPACES TO LINE-DETAIL;
049800       MOVE IT-GRPNAME (IT-INDEX) TO LD-GRPNAME;
049900       MOVE IT-JOBNAME (IT-INDEX) TO LD-JOBNAME;
050000       MOVE IT-BIN (IT-INDEX) TO LD-BIN;
050100       MOVE IT-FIRST-PAGE (IT-INDEX) TO LD-FIRST-PAGE;
050200       MOVE IT-LAST-PAGE (IT-INDEX) TO LD-LAST-PAGE;
050300       MOVE 'NO CLOSE-OUT RESULT' TO LD-ACTION;
050400       PERFORM 0110-PRINT-DETAIL
050500     END-IF.
050600     EJECT
050700 0400-PRINT-JOBBIN-COUNTS.
050800     MOVE LENGTH OF BIN-TITLE TO PRINT-REC-LEN.
050900     WRITE PRINT-RECORD FROM BIN-TITLE.
051000     MOVE LENGTH OF BIN-SUBTITLE TO PRINT-REC-LEN.
051100     WRITE PRINT-RECORD FROM BIN-SUBTITLE.
051200     PERFORM 0410-PRINT-JOBBIN-LINE
051300         VARYING JB-INDEX FROM 1 BY 1
051400         UNTIL JB-INDEX > JB-CNTR.
051500     MOVE '0' TO BD-CC.
051600     MOVE 'TOTAL' TO BD-JOBNAME.
051700     MOVE SPACES TO BD-BIN.
051800     MOVE JBT-EXPECTED TO BD-EXPECTED.
051900     MOVE JBT-INSERTED TO BD-INSERTED.
052000     MOVE JBT-DIVERTED TO BD-DIVERTED.
052100     MOVE JBT-DAMAGED TO BD-DAMAGED.
052200     MOVE JBT-MISSING TO BD-MISSING.
052300     MOVE JBT-NORESULT TO BD-NORESULT.
052400     MOVE LENGTH OF BIN-DETAIL TO PRINT-REC-LEN.
052500     WRITE PRINT-RECORD FROM BIN-DETAIL.
052600 0410-PRINT-JOBBIN-LINE.
052700     MOVE SPACE TO BD-CC.
052800     MOVE JB-JOBNAME (JB-INDEX) TO BD-JOBNAME.
052900     MOVE JB-BIN (JB-INDEX) TO BD-BIN.
053000     MOVE JB-EXPECTED (JB-INDEX) TO BD-EXPECTED.
053100     MOVE JB-INSERTED (JB-INDEX) TO BD-INSERTED.
053200     MOVE JB-DIVERTED (JB-INDEX) TO BD-DIVERTED.
053300     MOVE JB-DAMAGED (JB-INDEX) TO BD-DAMAGED.
053400     MOVE JB-MISSING (JB-INDEX) TO BD-MISSING.
053500     MOVE JB-NORESULT (JB-INDEX) TO BD-NORESULT.
053600     MOVE LENGTH OF BIN-DETAIL TO PRINT-REC-LEN.
053700     WRITE PRINT-RECORD FROM BIN-DETAIL.
053800     ADD JB-EXPECTED (JB-INDEX) TO JBT-EXPECTED.
053900     ADD JB-INSERTED (JB-INDEX) TO JBT-INSERTED.
054000     ADD JB-DIVERTED (JB-INDEX) TO JBT-DIVERTED.
054100     ADD JB-DAMAGED (JB-INDEX) TO JBT-DAMAGED.
054200     ADD JB-MISSING (JB-INDEX) TO JBT-MISSING.
054300     ADD JB-NORESULT (JB-INDEX) TO JBT-NORESULT.
054400 0500-PRINT-TOTALS.
054500     MOVE '0' TO LT-CC.
054600     MOVE 'PIECES READ' TO LT-LABEL.
054700     MOVE PIECE-CNTR TO LT-COUNT.
054800     PERFORM 0510-PRINT-TOTAL-LINE.
054900     MOVE SPACE TO LT-CC.
055000     MOVE 'STATEMENTS ON FILE' TO LT-LABEL.
055100     MOVE IT-CNTR TO LT-COUNT.
055200     PERFORM 0510-PRINT-TOTAL-LINE.
055300     MOVE 'SENT FOR REPRINT' TO LT-LABEL.
055400     MOVE REQUEUE-CNTR TO LT-COUNT.
055500     PERFORM 0510-PRINT-TOTAL-LINE.
055600     MOVE 'NOT ON CONTROL FILE' TO LT-LABEL.
055700     MOVE UNMATCHED-CNTR TO LT-COUNT.
055800     PERFORM 0510-PRINT-TOTAL-LINE.
055900     MOVE 'SECOND RESULTS' TO LT-LABEL.
056000     MOVE DUPLICATE-CNTR TO LT-COUNT.
056100     PERFORM 0510-PRINT-TOTAL-LINE.
056200     MOVE 'INVALID RESULT CODES' TO LT-LABEL.
056300     MOVE INVALID-CNTR TO LT-COUNT.
056400     PERFORM 0510-PRINT-TOTAL-LINE.
056500     MOVE 'NO CLOSE-OUT RESULT' TO LT-LABEL.
056600     MOVE NORESULT-CNTR TO LT-COUNT.
056700     PERFORM 0510-PRINT-TOTAL-LINE.
056714     MOVE 'MARKS READ' TO LT-LABEL.                               !@02A
056728     MOVE MARK-CNTR TO LT-COUNT.                                  !@02A
056742     PERFORM 0510-PRINT-TOTAL-LINE.                               !@02A
056757     MOVE 'MARK EXCEPTIONS' TO LT-LABEL.                          !@02A
056771     MOVE MARK-EXCEPT-CNTR TO LT-COUNT.                           !@02A
056785     PERFORM 0510-PRINT-TOTAL-LINE.                               !@02A
056800 0510-PRINT-TOTAL-LINE.
056900     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
056916     WRITE PRINT-RECORD FROM LINE-TOTAL.
056933     EJECT                                                        !@02A
056950 0600-LOAD-MARKS.                                                 !@02A
056966* each mark counted against its statement; a mark out of turn     !@02A
056983* or with another sheets total spoils the statement's marks.      !@02A
057000     OPEN INPUT IMKF-FILE.                                        !@02A
057001     SET IMKF-NOTEOF TO TRUE.                                     !@02A
057002     PERFORM UNTIL IMKF-EOF                                       !@02A
057003       READ IMKF-FILE                                             !@02A
057004        AT END                                                    !@02A
057005         SET IMKF-EOF TO TRUE                                     !@02A
057006        NOT AT END                                                !@02A
057007         PERFORM 0610-MATCH-MARK THRU 0610-EXIT                   !@02A
057008       END-READ                                                   !@02A
057009     END-PERFORM.                                                 !@02A
057010     CLOSE IMKF-FILE.                                             !@02A
057011 0610-MATCH-MARK.                                                 !@02A
057012     ADD 1 TO MARK-CNTR.                                          !@02A
057013     PERFORM 0620-NOTE-MARKED-JOB.                                !@02A
057014     IF IT-CNTR > ZERO                                            !@02A
057015      THEN                                                        !@02A
057016       IF IT-INDEX NOT > IT-CNTR                                  !@02A
057017          AND IT-GRPNAME (IT-INDEX) = IMKF-GRPNAME                !@02A
057018          AND IT-JOBNAME (IT-INDEX) = IMKF-JOBNAME                !@02A
057019        THEN                                                      !@02A
057020         GO TO 0610-COUNT-MARK                                    !@02A
057021       END-IF                                                     !@02A
057022     END-IF.                                                      !@02A
057023     SET STMT-NOTFOUND TO TRUE.                                   !@02A
057024     SET IT-INDEX TO 1.                                           !@02A
057025     SEARCH IT-ENTRY                                              !@02A
057026      AT END                                                      !@02A
057027       CONTINUE                                                   !@02A
057028      WHEN IT-GRPNAME (IT-INDEX) = IMKF-GRPNAME                   !@02A
057029           AND IT-JOBNAME (IT-INDEX) = IMKF-JOBNAME               !@02A
057030       SET STMT-FOUND TO TRUE                                     !@02A
057031     END-SEARCH.                                                  !@02A
057032     IF STMT-NOTFOUND                                             !@02A
057033      THEN                                                        !@02A
057034       IF IMKF-RECORD (1 : 53) NOT = LAST-UNMATCHED-MARK          !@02A
057035        THEN                                                      !@02A
057036         MOVE IMKF-RECORD (1 : 53) TO LAST-UNMATCHED-MARK;        !@02A
057037         ADD 1 TO MARK-EXCEPT-CNTR;                               !@02A
057038         ADD 1 TO EXCEPT-CNTR;                                    !@02A
057039         MOVE SPACES TO LINE-DETAIL;                              !@02A
057040         MOVE IMKF-GRPNAME TO LD-GRPNAME;                         !@02A
057041         MOVE IMKF-JOBNAME TO LD-JOBNAME;                         !@02A
057042         MOVE IMKF-PAGE TO LD-FIRST-PAGE;                         !@02A
057043         MOVE 'MARK NOT ON CTL FILE' TO LD-ACTION;                !@02A
057044         PERFORM 0110-PRINT-DETAIL                                !@02A
057045       END-IF;                                                    !@02A
057046       GO TO 0610-EXIT                                            !@02A
057047     END-IF.                                                      !@02A
057048 0610-COUNT-MARK.                                                 !@02A
057049     ADD 1 TO IT-MARK-CNTR (IT-INDEX).                            !@02A
057050     IF IMKF-SHEET-SEQ NOT = IT-MARK-CNTR (IT-INDEX)              !@02A
057051        OR IMKF-SHEETS NOT = IT-SHEETS (IT-INDEX)                 !@02A
057052      THEN                                                        !@02A
057053       SET IT-MARKS-BAD (IT-INDEX) TO TRUE                        !@02A
057054     END-IF.                                                      !@02A
057055 0610-EXIT.                                                       !@02A
057056     EXIT.                                                        !@02A
057057 0620-NOTE-MARKED-JOB.                                            !@02A
057058     SET MJ-INDEX TO 1.                                           !@02A
057059     SEARCH MJ-ENTRY                                              !@02A
057060      AT END                                                      !@02A
057061       IF MJ-CNTR < MAX-MARKED-JOBS                               !@02A
057062        THEN                                                      !@02A
057063         ADD 1 TO MJ-CNTR;                                        !@02A
057064         SET MJ-INDEX TO MJ-CNTR;                                 !@02A
057065         MOVE IMKF-JOBNAME TO MJ-ENTRY (MJ-INDEX)                 !@02A
057066       END-IF                                                     !@02A
057067      WHEN MJ-ENTRY (MJ-INDEX) = IMKF-JOBNAME                     !@02A
057068       CONTINUE                                                   !@02A
057069     END-SEARCH.                                                  !@02A
057070 0650-CHECK-STATEMENT-MARKS.                                      !@02A
057071* a statement of a marked job needs one good mark per sheet.      !@02A
057072     SET JOB-NOT-MARKED TO TRUE.                                  !@02A
057073     SET MJ-INDEX TO 1.                                           !@02A
057074     SEARCH MJ-ENTRY                                              !@02A
057075      AT END                                                      !@02A
057076       CONTINUE                                                   !@02A
057077      WHEN MJ-ENTRY (MJ-INDEX) = IT-JOBNAME (IT-INDEX)            !@02A
057078       SET JOB-MARKED TO TRUE                                     !@02A
057079     END-SEARCH.                                                  !@02A
057080     IF JOB-MARKED                                                !@02A
057081        AND (IT-MARKS-BAD (IT-INDEX)                              !@02A
057082        OR IT-MARK-CNTR (IT-INDEX) NOT = IT-SHEETS (IT-INDEX))    !@02A
057083      THEN                                                        !@02A
057084       ADD 1 TO MARK-EXCEPT-CNTR;                                 !@02A
057085       ADD 1 TO EXCEPT-CNTR;                                      !@02A
057086       MOVE SPACES TO LINE-DETAIL;                                !@02A
057087       MOVE IT-GRPNAME (IT-INDEX) TO LD-GRPNAME;                  !@02A
057088       MOVE IT-JOBNAME (IT-INDEX) TO LD-JOBNAME;                  !@02A
057089       MOVE IT-BIN (IT-INDEX) TO LD-BIN;                          !@02A
057090       MOVE IT-FIRST-PAGE (IT-INDEX) TO LD-FIRST-PAGE;            !@02A
057091       MOVE IT-LAST-PAGE (IT-INDEX) TO LD-LAST-PAGE;              !@02A
057092       IF IT-MARK-CNTR (IT-INDEX) = ZERO                          !@02A
057093        THEN                                                      !@02A
057094         MOVE 'NO SHEET MARKS' TO LD-ACTION                       !@02A
057095        ELSE                                                      !@02A
057096         MOVE 'MARKS DO NOT MATCH' TO LD-ACTION                   !@02A
057097       END-IF;                                                    !@02A
057098       PERFORM 0110-PRINT-DETAIL                                  !@02A
057099     END-IF.                                                      !@02A
057100 END PROGRAM APKINSRC.
