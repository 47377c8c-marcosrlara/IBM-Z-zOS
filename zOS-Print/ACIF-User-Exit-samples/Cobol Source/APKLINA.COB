000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKLINA.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program records the ACIF output dataset in
000900               the dataset lineage file. ACIF itself cannot
001000               call the lineage member, so APKACIFP runs this
001100               as its own step once the ACIF step has ended
001200               cleanly: it records the output as stage ACIFOUT,
001300               made from the input print dataset APKPREFL
001400               recorded as stage INPUT.
001500
001600               The EXEC PARM is 'jobid,acif-output,input',
001700               the JOBID, PRTOUT and PRTIN symbolics. A PARM
001800               without a job id or an output dataset records
001900               nothing and ends with return code 4.
002000
002100               Allocate the DDs the APKLINW member reads:
002200                 APKLIN   - the lineage file, DISP=MOD
002300                 APKWSTA  - the window-state record
002400 DATE-WRITTEN. 15 Oct 2026.
002500 DATE-COMPILED.
002600 SECURITY. IBM SAMPLE CODE ONLY.
002700*/**************************************************************/
002800*/* Licensed under the Apache License, Version 2.0 (the        */
002900*/* "License"); you may not use this file except in compliance */
003000*/* with the License. You may obtain a copy of the License at  */
003100*/*                                                            */
003200*/* http://www.apache.org/licenses/LICENSE-2.0                 */
003300*/*                                                            */
003400*/* Unless required by applicable law or agreed to in writing, */
003500*/* software distributed under the License is distributed on an*/
003600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
003700*/* KIND, either express or implied.  See the License for the  */
003800*/* specific language governing permissions and limitations    */
003900*/* under the License.                                         */
004000*/*------------------------------------------------------------*/
004100*/*                                                            */
004200*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
004300*/*                                                            */
004400*/*   Permission to use, copy, modify, and distribute          */
004500*/*   this software for any purpose with or without fee        */
004600*/*   is hereby granted, provided that the above               */
004700*/*   copyright notices appear in all copies.                  */
004800*/*                                                            */
004900*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
005000*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
005100*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
005200*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
005300*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
005400*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
005500*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
005600*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
005700*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
005800*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
005900*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
006000*/**************************************************************/
006100 TITLE 'ACIF Output Lineage Step'.
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. IBM-370.
006500 OBJECT-COMPUTER. IBM-370.
006600     EJECT
006700 DATA DIVISION.
006800 WORKING-STORAGE SECTION.
006900 77  PGMNAME                 PIC X(8) VALUE 'APKLINA '.
007000 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.
007100 77  LIN-STAGE               PIC X(8) VALUE 'ACIFOUT'.
007200 77  LIN-JOBID               PIC X(8) VALUE SPACES.
007300 77  LIN-DSNAME              PIC X(44) VALUE SPACES.
007400 77  LIN-PARENT              PIC X(44) VALUE SPACES.
007500 77  LIN-DETAIL              PIC X(24) VALUE SPACES.
007600 77  PARM-PTR                PIC 9(4) BINARY VALUE ZERO.
007700 77  PARM-FIELD-START        PIC 9(4) BINARY VALUE ZERO.
007800 77  PARM-FIELD-NO           PIC 9(4) BINARY VALUE ZERO.
007900 LINKAGE SECTION.
008000 01  PARM-AREA.
008100     05  PARM-LEN            PIC S9(4) BINARY.
008200     05  PARM-DATA           PIC X(100).
008300 TITLE 'Record the ACIF Output'.
008400 PROCEDURE DIVISION USING PARM-AREA.
008500 0000-MAINLINE.
008600     IF PARM-LEN > 100
008700      THEN
008800       MOVE 100 TO PARM-LEN
008900     END-IF.
009000     MOVE 1 TO PARM-FIELD-START, PARM-FIELD-NO.
009100     PERFORM 0005-PARSE-PARM-FIELD
009200         VARYING PARM-PTR FROM 1 BY 1
009300         UNTIL PARM-PTR > PARM-LEN.
009400     PERFORM 0005-PARSE-PARM-FIELD.
009500     IF LIN-JOBID = SPACES OR LIN-DSNAME = SPACES
009600      THEN
009700       DISPLAY PGMNAME ' NO JOB ID OR OUTPUT DATASET IN THE PARM.'
009800         ' NOTHING RECORDED.';
009900       MOVE 4 TO RETURN-CODE;
010000       STOP RUN
010100     END-IF.
010200     CALL APKLINW-PGM USING LIN-STAGE, LIN-JOBID, LIN-DSNAME,
010300                            LIN-PARENT, LIN-DETAIL, PGMNAME.
010400     DISPLAY PGMNAME ' ' LIN-DSNAME
010500         ' RECORDED FOR JOB ' LIN-JOBID.
010600     MOVE ZERO TO RETURN-CODE.
010700     STOP RUN.
010800 0005-PARSE-PARM-FIELD.
010900* at a comma, or past the end of the PARM, the field just ended
011000* is stored: the first is the job id, the second the ACIF output,
011100* the third the input it was made from.
011200     IF PARM-PTR > PARM-LEN OR PARM-DATA (PARM-PTR : 1) = ','
011300      THEN
011400       IF PARM-PTR > PARM-FIELD-START
011500        THEN
011600         EVALUATE PARM-FIELD-NO
011700          WHEN 1
011800           MOVE PARM-DATA (PARM-FIELD-START :
011900                           PARM-PTR - PARM-FIELD-START)
012000             TO LIN-JOBID
012100          WHEN 2
012200           MOVE PARM-DATA (PARM-FIELD-START :
012300                           PARM-PTR - PARM-FIELD-START)
012400             TO LIN-DSNAME
012500          WHEN 3
012600           MOVE PARM-DATA (PARM-FIELD-START :
012700                           PARM-PTR - PARM-FIELD-START)
012800             TO LIN-PARENT
012900          WHEN OTHER
013000           CONTINUE
013100         END-EVALUATE
013200       END-IF;
013300       ADD 1 TO PARM-FIELD-NO;
013400       COMPUTE PARM-FIELD-START = PARM-PTR + 1
013500     END-IF.
013600 END PROGRAM APKLINA.
