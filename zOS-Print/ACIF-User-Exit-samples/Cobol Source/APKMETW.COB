000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000140*    EACH METRICS RECORD CARRIES THE WINDOW CYCLE BEHIND THE     *!@02A
000160*    WINDOW DATE, READ FROM THE SAME WINDOW-STATE RECORD, SO THE *!@02A
000180*    FEED CAN TELL ONE CYCLE'S RUN FROM ANOTHER'S.               *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKMETW.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800
000900               This program is the shared window metrics member.
001000               Each program that measures a job or runs a check
001100               in the batch window calls it with the result, and
001200               it appends one record to the window's metrics
001300               staging file: a JOB record with a job's pages,
001400               input records, elapsed seconds and volume
001500               deviation (APKBSUMR), or a CHK record with a
001600               check's PASS or FAIL (APKSMF6R, APKGXDUP,
001700               APKDELGR, APKRDVFY, and APKBSUMR's planned-job
001800               check). The APKMETF step at the end of APKDAILY
001900               turns the staged records into the feed for the
002000               enterprise monitoring system and resets the file.
002100
002200               CALL 'APKMETW' USING type      (PIC X(3)),
002300                                    key       (PIC X(8)),
002400                                    status    (PIC X(4)),
002500                                    pages     (PIC 9(9)),
002600                                    records   (PIC 9(9)),
002700                                    elapsed   (PIC 9(7)),
002800                                    deviation (PIC 9(5)),
002900                                    detail    (PIC X(32)),
003000                                    program   (PIC X(8)).
003100
003200               The type is JOB or CHK; the key is the job id or
003300               the check name (SMF6REC, GXDUP, DELGTHR, REDACT,
003400               PLANJOB). The window date and cycle are read       !@02C
003500               once, on the first call, from the APKWSTAT         !@02C
003600               window-state record; with no window record the     !@02C
003650               current date and cycle 1 are used.                 !@02A
003700
003800               The calling step allocates these DDs:
003900                 APKMETS  - the metrics staging file, RECFM FB,
004000                            LRECL 100, DISP=MOD
004100                 APKWSTA  - the window-state record, read only
004200 DATE-WRITTEN. 15 Oct 2026.
004300 DATE-COMPILED.
004400 SECURITY. IBM SAMPLE CODE ONLY.
004500*/**************************************************************/
004600*/* Licensed under the Apache License, Version 2.0 (the        */
004700*/* "License"); you may not use this file except in compliance */
004800*/* with the License. You may obtain a copy of the License at  */
004900*/*                                                            */
005000*/* http://www.apache.org/licenses/LICENSE-2.0                 */
005100*/*                                                            */
005200*/* Unless required by applicable law or agreed to in writing, */
005300*/* software distributed under the License is distributed on an*/
005400*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
005500*/* KIND, either express or implied.  See the License for the  */
005600*/* specific language governing permissions and limitations    */
005700*/* under the License.                                         */
005800*/*------------------------------------------------------------*/
005900*/*                                                            */
006000*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
006100*/*                                                            */
006200*/*   Permission to use, copy, modify, and distribute          */
006300*/*   this software for any purpose with or without fee        */
006400*/*   is hereby granted, provided that the above               */
006500*/*   copyright notices appear in all copies.                  */
006600*/*                                                            */
006700*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
006800*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
006900*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
007000*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
007100*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
007200*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
007300*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
007400*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
007500*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
007600*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
007700*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
007800*/**************************************************************/
007900 TITLE 'APKMETW - Window Metrics Writer'.
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER. IBM-370.
008300 OBJECT-COMPUTER. IBM-370.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT METS-FILE ASSIGN TO APKMETS
008700         ORGANIZATION SEQUENTIAL.
008800     SELECT WSTA-FILE ASSIGN TO APKWSTA
008900         ORGANIZATION SEQUENTIAL.
009000     EJECT
009100 DATA DIVISION.
009200 FILE SECTION.
009300* one record per job measured or check run.
009400 FD  METS-FILE
009500     LABEL RECORDS STANDARD
009600     RECORDING MODE F
009700     BLOCK CONTAINS 0
009800     RECORD CONTAINS 100 CHARACTERS.
009900 01  METS-RECORD.
010000     05  METS-TYPE           PIC X(3).
010100     05  METS-WINDOW-DATE    PIC 9(8).
010150     05  METS-WINDOW-CYCLE   PIC 9.                               !@02A
010200     05  METS-KEY            PIC X(8).
010300     05  METS-STATUS         PIC X(4).
010400     05  METS-PAGES          PIC 9(9).
010500     05  METS-RECORDS        PIC 9(9).
010600     05  METS-ELAPSED        PIC 9(7).
010700     05  METS-DEVIATION      PIC 9(5).
010800     05  METS-DETAIL         PIC X(32).
010900     05  METS-PGMNAME        PIC X(8).
011000     05  FILLER              PIC X(6).                            !@02C
011100* the one-record window state, as APKWSTAT keeps it.
011200 FD  WSTA-FILE
011300     LABEL RECORDS STANDARD
011400     RECORDING MODE F
011500     BLOCK CONTAINS 0
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  WSTA-RECORD.
011800     05  WST-DATE            PIC 9(8).
011900     05  FILLER              PIC X(3).                            !@02C
011933     05  WST-CYCLE           PIC 9.                               !@02A
011966     05  FILLER              PIC X(68).                           !@02A
012000     EJECT
012100 WORKING-STORAGE SECTION.
012200 77  WINDOW-DATE             PIC 9(8) VALUE ZERO.
012250 77  WINDOW-CYCLE            PIC 9 VALUE 1.                       !@02A
012300 LINKAGE SECTION.
012400 01  METW-TYPE               PIC X(3).
012500 01  METW-KEY                PIC X(8).
012600 01  METW-STATUS             PIC X(4).
012700 01  METW-PAGES              PIC 9(9).
012800 01  METW-RECORDS            PIC 9(9).
012900 01  METW-ELAPSED            PIC 9(7).
013000 01  METW-DEVIATION          PIC 9(5).
013100 01  METW-DETAIL             PIC X(32).
013200 01  METW-PGMNAME            PIC X(8).
013300 TITLE 'Append the Metrics Record'.
013400 PROCEDURE DIVISION USING METW-TYPE, METW-KEY, METW-STATUS,
013500                          METW-PAGES, METW-RECORDS, METW-ELAPSED,
013600                          METW-DEVIATION, METW-DETAIL,
013700                          METW-PGMNAME.
013800     IF WINDOW-DATE = ZERO
013900      THEN
014000       PERFORM 0100-READ-WINDOW-DATE
014100     END-IF.
014200     MOVE SPACES TO METS-RECORD.
014300     MOVE METW-TYPE TO METS-TYPE.
014400     MOVE WINDOW-DATE TO METS-WINDOW-DATE.
014450     MOVE WINDOW-CYCLE TO METS-WINDOW-CYCLE.                      !@02A
014500     MOVE METW-KEY TO METS-KEY.
014600     MOVE METW-STATUS TO METS-STATUS.
014700     MOVE METW-PAGES TO METS-PAGES.
014800     MOVE METW-RECORDS TO METS-RECORDS.
014900     MOVE METW-ELAPSED TO METS-ELAPSED.
015000     MOVE METW-DEVIATION TO METS-DEVIATION.
015100     MOVE METW-DETAIL TO METS-DETAIL.
015200     MOVE METW-PGMNAME TO METS-PGMNAME.
015300     OPEN EXTEND METS-FILE.
015400     WRITE METS-RECORD.
015500     CLOSE METS-FILE.
015600     GOBACK.
015700 0100-READ-WINDOW-DATE.
015800* the window's opening date and cycle; an empty state file, or    !@02C
015900* one not yet opened, leaves today's date and cycle 1.            !@02C
016000     ACCEPT WINDOW-DATE FROM DATE YYYYMMDD.
016100     OPEN INPUT WSTA-FILE.
016200     READ WSTA-FILE
016300      AT END
016400       CONTINUE
016500      NOT AT END
016600       IF WST-DATE NUMERIC AND WST-DATE > ZERO
016700        THEN
016800         MOVE WST-DATE TO WINDOW-DATE
016900       END-IF
016920       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@02A
016940        THEN                                                      !@02A
016960         MOVE WST-CYCLE TO WINDOW-CYCLE                           !@02A
016980       END-IF                                                     !@02A
017000     END-READ.
017100     CLOSE WSTA-FILE.
017200 END PROGRAM APKMETW.
