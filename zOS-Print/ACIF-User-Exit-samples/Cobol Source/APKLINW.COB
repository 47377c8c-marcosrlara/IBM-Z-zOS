000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKLINW.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800
000900               This program is the shared dataset lineage
001000               member. Each program in the print chain that
001100               produces a dataset calls it once per dataset,
001200               and it appends one record to the lineage file:
001300               the job id, the batch window date, the stage
001400               (INPUT, ACIFOUT, ARCHIVE, BURST, INSERTER,
001500               EXTRACT, REPRINT), the dataset name, the dataset
001600               it was made from where the caller knows it, a
001700               short detail, the calling program, and the date
001800               and time. The APKLINR report prints the whole
001900               tree for a job and window date from the file,
002000               so an auditor's question about where a night's
002100               print file ended up is answered from one place.
002200
002300               CALL 'APKLINW' USING stage     (PIC X(8)),
002400                                    job-id    (PIC X(8)),
002500                                    dsname    (PIC X(44)),
002600                                    parent    (PIC X(44)),
002700                                    detail    (PIC X(24)),
002800                                    program   (PIC X(8)).
002900
003000               The window date is read once, on the first
003100               call, from the APKWSTAT window-state record, so
003200               a dataset written after midnight still belongs
003300               to the window that produced it; with no window
003400               record the current date is used.
003500
003600               The calling step allocates these DDs:
003700                 APKLIN   - the lineage file, RECFM FB, LRECL
003800                            160, DISP=MOD
003900                 APKWSTA  - the window-state record, read only
004000 DATE-WRITTEN. 15 Oct 2026.
004100 DATE-COMPILED.
004200 SECURITY. IBM SAMPLE CODE ONLY.
004300*/**************************************************************/
004400*/* Licensed under the Apache License, Version 2.0 (the        */
004500*/* "License"); you may not use this file except in compliance */
004600*/* with the License. You may obtain a copy of the License at  */
004700*/*                                                            */
004800*/* http://www.apache.org/licenses/LICENSE-2.0                 */
004900*/*                                                            */
005000*/* Unless required by applicable law or agreed to in writing, */
005100*/* software distributed under the License is distributed on an*/
005200*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005300*/* KIND, either express or implied.  See the License for the  */
005400*/* specific language governing permissions and limitations    */
005500*/* under the License.                                         */
005600*/*------------------------------------------------------------*/
005700*/*                                                            */
005800*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
005900*/*                                                            */
006000*/*   Permission to use, copy, modify, and distribute          */
006100*/*   this software for any purpose with or without fee        */
006200*/*   is hereby granted, provided that the above               */
006300*/*   copyright notices appear in all copies.                  */
006400*/*                                                            */
006500*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
006600*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
006700*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
006800*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
006900*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007000*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007100*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007200*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007300*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
007400*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
007500*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
007600*/**************************************************************/
007700 TITLE 'APKLINW - Dataset Lineage Writer'.
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER. IBM-370.
008100 OBJECT-COMPUTER. IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT LIN-FILE ASSIGN TO APKLIN
008500         ORGANIZATION SEQUENTIAL.
008600     SELECT WSTA-FILE ASSIGN TO APKWSTA
008700         ORGANIZATION SEQUENTIAL.
008800     EJECT
008900 DATA DIVISION.
009000 FILE SECTION.
009100* one record per dataset produced.
009200 FD  LIN-FILE
009300     LABEL RECORDS STANDARD
009400     RECORDING MODE F
009500     BLOCK CONTAINS 0
009600     RECORD CONTAINS 160 CHARACTERS.
009700 01  LIN-RECORD.
009800     05  LIN-JOBID           PIC X(8).
009900     05  LIN-WINDOW-DATE     PIC 9(8).
010000     05  LIN-STAGE           PIC X(8).
010100     05  LIN-DSNAME          PIC X(44).
010200     05  LIN-PARENT          PIC X(44).
010300     05  LIN-DETAIL          PIC X(24).
010400     05  LIN-PGMNAME         PIC X(8).
010500     05  LIN-DATE            PIC 9(8).
010600     05  LIN-TIME            PIC 9(6).
010700     05  FILLER              PIC X(2).
010800* the one-record window state, as APKWSTAT keeps it.
010900 FD  WSTA-FILE
011000     LABEL RECORDS STANDARD
011100     RECORDING MODE F
011200     BLOCK CONTAINS 0
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  WSTA-RECORD.
011500     05  WST-DATE            PIC 9(8).
011600     05  FILLER              PIC X(72).
011700     EJECT
011800 WORKING-STORAGE SECTION.
011900 77  WINDOW-DATE             PIC 9(8) VALUE ZERO.
012000 77  NOW-DATE                PIC 9(8) VALUE ZERO.
012100 01  NOW-TIME.
012200     05  NOW-HHMMSS          PIC 9(6).
012300     05  FILLER              PIC 99.
012400 LINKAGE SECTION.
012500 01  LINW-STAGE              PIC X(8).
012600 01  LINW-JOBID              PIC X(8).
012700 01  LINW-DSNAME             PIC X(44).
012800 01  LINW-PARENT             PIC X(44).
012900 01  LINW-DETAIL             PIC X(24).
013000 01  LINW-PGMNAME            PIC X(8).
013100 TITLE 'Append the Lineage Record'.
013200 PROCEDURE DIVISION USING LINW-STAGE, LINW-JOBID, LINW-DSNAME,
013300                          LINW-PARENT, LINW-DETAIL, LINW-PGMNAME.
013400     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
013500     ACCEPT NOW-TIME FROM TIME.
013600     IF WINDOW-DATE = ZERO
013700      THEN
013800       PERFORM 0100-READ-WINDOW-DATE
013900     END-IF.
014000     MOVE SPACES TO LIN-RECORD.
014100     MOVE LINW-JOBID TO LIN-JOBID.
014200     MOVE WINDOW-DATE TO LIN-WINDOW-DATE.
014300     MOVE LINW-STAGE TO LIN-STAGE.
014400     MOVE LINW-DSNAME TO LIN-DSNAME.
014500     MOVE LINW-PARENT TO LIN-PARENT.
014600     MOVE LINW-DETAIL TO LIN-DETAIL.
014700     MOVE LINW-PGMNAME TO LIN-PGMNAME.
014800     MOVE NOW-DATE TO LIN-DATE.
014900     MOVE NOW-HHMMSS TO LIN-TIME.
015000     OPEN EXTEND LIN-FILE.
015100     WRITE LIN-RECORD.
015200     CLOSE LIN-FILE.
015300     GOBACK.
015400 0100-READ-WINDOW-DATE.
015500* the window's opening date; an empty state file, or one not
015600* yet opened, leaves today's date.
015700     MOVE NOW-DATE TO WINDOW-DATE.
015800     OPEN INPUT WSTA-FILE.
015900     READ WSTA-FILE
016000      AT END
016100       CONTINUE
016200      NOT AT END
016300       IF WST-DATE NUMERIC AND WST-DATE > ZERO
016400        THEN
016500         MOVE WST-DATE TO WINDOW-DATE
016600       END-IF
016700     END-READ.
016800     CLOSE WSTA-FILE.
016900 END PROGRAM APKLINW.
