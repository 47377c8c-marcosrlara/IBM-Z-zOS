000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000110* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000110*    THE APKRPRQ QUEUE IS A VSAM ESDS, SO IT IS ASSIGNED AS      *!@03A
000110*    AS-APKRPRQ.                                                 *!@03A
000125* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000150*    THE APKXRFM KEY IS NOW 35 BYTES, THE BATCH WINDOW CYCLE     *!@02A
000175*    FOLLOWING THE RUN DATE AS APKXRFLD LOADS IT.                *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKDRKIT.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program builds the disaster-recovery replay
000900               kit for one batch window: every dataset the
001000               window read or wrote, its record count, and the
001100               most recent backup copy of it, in the order the
001200               recovery team must restore them to rerun the
001300               night at the recovery site.
001400
001500               The kit is made of:
001600                 CTLLIB   - the control library members named in
001700                            APKDRC; restored first
001800                 SHARED   - the shared files named in APKDRC
001900                            (APKBSUM, APKRHST, APKGXRF, APKXRFM,
002000                            APKRPRQ, APKWSTA and the checkpoint
002100                            files), in the order of their cards
002200                 INPUT    - the input print datasets the window
002300                            read, from the dataset lineage file
002400                 OUTPUT   - the datasets the window wrote (ACIF
002500                            output, archive copy, bursts and
002600                            inserter file), from the same file;
002700                            these are not restored but rebuilt by
002800                            rerunning the window's jobs
002900               Each dataset is matched to its latest copy in the
003000               backup register. A shared file is recoverable
003100               only from a copy taken on or after the window
003200               date, when the window opened; a control member
003300               or an input print dataset from any copy. Every
003400               dataset without a usable copy is listed as
003500               unrecoverable, issued to the operator as APK027E,
003600               and ends the step with return code 8.
003700
003800               A shared file is counted through its own DD when
003900               that DD is one of those below and is allocated;
004000               otherwise, and for every other dataset, the count
004100               is the one its backup copy was registered with.
004200
004300               The EXEC PARM is the window date, yyyymmdd, for a
004400               kit of an earlier window; without it the window
004500               in the APKWSTAT window-state record is used. A
004600               date that is not numeric ends the step with
004700               return code 8; a card in error, or no window
004800               lineage at all, with return code 4.
004900
005000               Allocate these DDs:
005100                 APKDRC   - the kit members, one card each:
005200                            column 1 the class, S a shared file
005300                            or M a control member; columns 3-10
005400                            the DD name the shared file is
005500                            counted through, or the member name;
005600                            columns 12-55 the shared file's
005700                            dataset name, or the control library.
005800                            * in column 1 is a comment.
005900                 APKBKRG  - the backup register (RECFM FB, LRECL
006000                            120), one record appended per copy
006100                            taken: the dataset name in columns
006200                            1-44 (a whole control library, or
006300                            library(member)), the copy's name in
006400                            45-88, the date yyyymmdd in 89-96,
006500                            the time hhmmss in 97-102 and the
006600                            records copied in 103-111; read only
006700                 APKLIN   - the dataset lineage file, read only
006800                 APKWSTA  - the window-state record, read only
006900                 APKBSUM, APKRHST, APKGXRF, APKXRFM, APKRPRQ,
007000                 APKCNTR, APKICKP, APKOCKP, APKRCKP
007100                          - the shared files, read only, each
007200                            optional
007300                 APKDRKT  - the kit inventory (RECFM FB, LRECL
007400                            160), one record per dataset,
007500                            DISP=MOD
007600                 PAPKDRKT - the restore-order report, LRECL 125,
007700                            BLKSIZE n*125+4, VBA
007800 DATE-WRITTEN. 15 Oct 2026.
007900 DATE-COMPILED.
008000 SECURITY. IBM SAMPLE CODE ONLY.
008100*/**************************************************************/
008200*/* Licensed under the Apache License, Version 2.0 (the        */
008300*/* "License"); you may not use this file except in compliance */
008400*/* with the License. You may obtain a copy of the License at  */
008500*/*                                                            */
008600*/* http://www.apache.org/licenses/LICENSE-2.0                 */
008700*/*                                                            */
008800*/* Unless required by applicable law or agreed to in writing, */
008900*/* software distributed under the License is distributed on an*/
009000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009100*/* KIND, either express or implied.  See the License for the  */
009200*/* specific language governing permissions and limitations    */
009300*/* under the License.                                         */
009400*/*------------------------------------------------------------*/
009500*/*                                                            */
009600*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
009700*/*                                                            */
009800*/*   Permission to use, copy, modify, and distribute          */
009900*/*   this software for any purpose with or without fee        */
010000*/*   is hereby granted, provided that the above               */
010100*/*   copyright notices appear in all copies.                  */
010200*/*                                                            */
010300*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
010400*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
010500*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
010600*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
010700*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
010800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
010900*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
011000*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
011100*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
011200*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
011300*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
011400*/**************************************************************/
011500 TITLE 'ACIF Disaster-Recovery Replay Kit'.
011600 ENVIRONMENT DIVISION.
011700 CONFIGURATION SECTION.
011800 SOURCE-COMPUTER. IBM-370.
011900 OBJECT-COMPUTER. IBM-370.
012000 INPUT-OUTPUT SECTION.
012100 FILE-CONTROL.
012200     SELECT PRINT-FILE ASSIGN TO PAPKDRKT.
012300     SELECT DRC-FILE ASSIGN TO APKDRC
012400         ORGANIZATION SEQUENTIAL.
012500     SELECT BKRG-FILE ASSIGN TO APKBKRG
012600         ORGANIZATION SEQUENTIAL.
012700     SELECT LIN-FILE ASSIGN TO APKLIN
012800         ORGANIZATION SEQUENTIAL.
012900     SELECT DRKT-FILE ASSIGN TO APKDRKT
013000         ORGANIZATION SEQUENTIAL.
013100     SELECT WSTA-FILE ASSIGN TO APKWSTA
013200         ORGANIZATION SEQUENTIAL
013300         FILE STATUS IS WSTA-STATUS.
013400     SELECT BSUM-FILE ASSIGN TO APKBSUM
013500         ORGANIZATION SEQUENTIAL
013600         FILE STATUS IS BSUM-STATUS.
013700     SELECT RHST-FILE ASSIGN TO APKRHST
013800         ORGANIZATION SEQUENTIAL
013900         FILE STATUS IS RHST-STATUS.
014000     SELECT GXRF-FILE ASSIGN TO APKGXRF
014100         ORGANIZATION SEQUENTIAL
014200         FILE STATUS IS GXRF-STATUS.
014300     SELECT MASTER-FILE ASSIGN TO APKXRFM
014400         ORGANIZATION INDEXED
014500         ACCESS MODE SEQUENTIAL
014600         RECORD KEY IS XRFM-KEY
014700         FILE STATUS IS MASTER-STATUS.
014800     SELECT RPRQ-FILE ASSIGN TO AS-APKRPRQ                        !@03C
014900         ORGANIZATION SEQUENTIAL
015000         FILE STATUS IS RPRQ-STATUS.
015100     SELECT CNTR-FILE ASSIGN TO APKCNTR
015200         ORGANIZATION INDEXED
015300         ACCESS MODE SEQUENTIAL
015400         RECORD KEY IS CNTR-JOBID
015500         FILE STATUS IS CNTR-STATUS.
015600     SELECT ICKP-FILE ASSIGN TO APKICKP
015700         ORGANIZATION INDEXED
015800         ACCESS MODE SEQUENTIAL
015900         RECORD KEY IS ICKP-JOBID
016000         FILE STATUS IS ICKP-STATUS.
016100     SELECT OCKP-FILE ASSIGN TO APKOCKP
016200         ORGANIZATION INDEXED
016300         ACCESS MODE SEQUENTIAL
016400         RECORD KEY IS OCKP-JOBID
016500         FILE STATUS IS OCKP-STATUS.
016600     SELECT RCKP-FILE ASSIGN TO APKRCKP
016700         ORGANIZATION SEQUENTIAL
016800         FILE STATUS IS RCKP-STATUS.
016900     EJECT
017000 DATA DIVISION.
017100 FILE SECTION.
017200 FD  PRINT-FILE
017300     BLOCK CONTAINS 0
017400     LABEL RECORDS STANDARD
017500     RECORD VARYING DEPENDING ON PRINT-REC-LEN
017600     RECORDING MODE V.
017700 01  PRINT-RECORD.
017800     05  PRINT-DATA          OCCURS 1 TO 255,
017900                             DEPENDING ON PRINT-REC-LEN,
018000                             PIC X.
018100* the kit members, one card each.
018200 FD  DRC-FILE
018300     LABEL RECORDS STANDARD
018400     RECORDING MODE F
018500     BLOCK CONTAINS 0
018600     RECORD CONTAINS 80 CHARACTERS.
018700 01  DRC-CARD.
018800     05  DRC-CLASS           PIC X.
018900         88  DRC-SHARED      VALUE 'S'.
019000         88  DRC-MEMBER      VALUE 'M'.
019100     05  FILLER              PIC X.
019200     05  DRC-NAME            PIC X(8).
019300     05  FILLER              PIC X.
019400     05  DRC-DSNAME          PIC X(44).
019500     05  FILLER              PIC X(25).
019600* one record per backup copy taken, appended by the backup jobs.
019700 FD  BKRG-FILE
019800     LABEL RECORDS STANDARD
019900     RECORDING MODE F
020000     BLOCK CONTAINS 0
020100     RECORD CONTAINS 120 CHARACTERS.
020200 01  BKRG-RECORD.
020300     05  BKR-DSNAME          PIC X(44).
020400     05  BKR-COPY            PIC X(44).
020500     05  BKR-DATE            PIC 9(8).
020600     05  BKR-TIME            PIC 9(6).
020700     05  BKR-RECORDS         PIC 9(9).
020800     05  FILLER              PIC X(9).
020900* one record per dataset produced, appended by APKLINW.
021000 FD  LIN-FILE
021100     LABEL RECORDS STANDARD
021200     RECORDING MODE F
021300     BLOCK CONTAINS 0
021400     RECORD CONTAINS 160 CHARACTERS.
021500 01  LIN-RECORD.
021600     05  LIN-JOBID           PIC X(8).
021700     05  LIN-WINDOW-DATE     PIC 9(8).
021800     05  LIN-STAGE           PIC X(8).
021900     05  LIN-DSNAME          PIC X(44).
022000     05  LIN-PARENT          PIC X(44).
022100     05  LIN-DETAIL          PIC X(24).
022200     05  LIN-PGMNAME         PIC X(8).
022300     05  LIN-DATE            PIC 9(8).
022400     05  LIN-TIME            PIC 9(6).
022500     05  FILLER              PIC X(2).
022600* the kit inventory, one record per dataset in restore order.
022700 FD  DRKT-FILE
022800     LABEL RECORDS STANDARD
022900     RECORDING MODE F
023000     BLOCK CONTAINS 0
023100     RECORD CONTAINS 160 CHARACTERS.
023200 01  DRKT-RECORD.
023300     05  DRK-WINDOW-DATE     PIC 9(8).
023400     05  DRK-ORDER           PIC 9(4).
023500     05  DRK-CLASS           PIC X(8).
023600     05  DRK-DSNAME          PIC X(44).
023700     05  DRK-RECORDS         PIC 9(9).
023800     05  DRK-COUNT-SOURCE    PIC X.
023900     05  DRK-BACKUP          PIC X(44).
024000     05  DRK-BKP-DATE        PIC 9(8).
024100     05  DRK-BKP-TIME        PIC 9(6).
024200     05  DRK-STATUS          PIC X.
024300     05  DRK-JOBID           PIC X(8).
024400     05  DRK-DATE            PIC 9(8).
024500     05  DRK-TIME            PIC 9(6).
024600     05  FILLER              PIC X(5).
024700* the one-record window state, as APKWSTAT keeps it.
024800 FD  WSTA-FILE
024900     LABEL RECORDS STANDARD
025000     RECORDING MODE F
025100     BLOCK CONTAINS 0
025200     RECORD CONTAINS 80 CHARACTERS.
025300 01  WSTA-RECORD.
025400     05  WST-DATE            PIC 9(8).
025500     05  FILLER              PIC X(72).
025600* the shared files, only counted here.
025700 FD  BSUM-FILE
025800     LABEL RECORDS STANDARD
025900     RECORDING MODE F
026000     BLOCK CONTAINS 0
026100     RECORD CONTAINS 80 CHARACTERS.
026200 01  BSUM-RECORD             PIC X(80).
026300 FD  RHST-FILE
026400     LABEL RECORDS STANDARD
026500     RECORDING MODE F
026600     BLOCK CONTAINS 0
026700     RECORD CONTAINS 164 CHARACTERS.
026800 01  RHST-RECORD             PIC X(164).
026900 FD  GXRF-FILE
027000     LABEL RECORDS STANDARD
027100     RECORDING MODE F
027200     BLOCK CONTAINS 0
027300     RECORD CONTAINS 80 CHARACTERS.
027400 01  GXRF-RECORD             PIC X(80).
027500 FD  MASTER-FILE
027600     LABEL RECORDS STANDARD
027700     RECORD CONTAINS 80 CHARACTERS.
027800 01  XRFM-RECORD.
027900     05  XRFM-KEY            PIC X(35).                           !@02C
028000     05  FILLER              PIC X(45).                           !@02C
028100 FD  RPRQ-FILE
028200     LABEL RECORDS STANDARD
028300     RECORDING MODE F
028400     BLOCK CONTAINS 0
028500     RECORD CONTAINS 80 CHARACTERS.
028600 01  RPRQ-RECORD             PIC X(80).
028700 FD  CNTR-FILE
028800     LABEL RECORDS STANDARD
028900     RECORD CONTAINS 30 CHARACTERS.
029000 01  CNTR-RECORD.
029100     05  CNTR-JOBID          PIC X(8).
029200     05  FILLER              PIC X(22).
029300 FD  ICKP-FILE
029400     LABEL RECORDS STANDARD
029500     RECORD CONTAINS 24 CHARACTERS.
029600 01  ICKP-RECORD.
029700     05  ICKP-JOBID          PIC X(8).
029800     05  FILLER              PIC X(16).
029900 FD  OCKP-FILE
030000     LABEL RECORDS STANDARD
030100     RECORD CONTAINS 24 CHARACTERS.
030200 01  OCKP-RECORD.
030300     05  OCKP-JOBID          PIC X(8).
030400     05  FILLER              PIC X(16).
030500 FD  RCKP-FILE
030600     LABEL RECORDS STANDARD
030700     RECORDING MODE F
030800     BLOCK CONTAINS 0
030900     RECORD CONTAINS 38 CHARACTERS.
031000 01  RCKP-RECORD             PIC X(38).
031100     EJECT
031200 WORKING-STORAGE SECTION.
031300 77  PGMNAME                 PIC X(8) VALUE 'APKDRKIT'.
031400 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
031500 77  WTO-MSGID               PIC X(8) VALUE SPACES.
031600 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
031700 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
031800 77  WSTA-STATUS             PIC XX VALUE SPACES.
031900 77  BSUM-STATUS             PIC XX VALUE SPACES.
032000 77  RHST-STATUS             PIC XX VALUE SPACES.
032100 77  GXRF-STATUS             PIC XX VALUE SPACES.
032200 77  MASTER-STATUS           PIC XX VALUE SPACES.
032300 77  RPRQ-STATUS             PIC XX VALUE SPACES.
032400 77  CNTR-STATUS             PIC XX VALUE SPACES.
032500 77  ICKP-STATUS             PIC XX VALUE SPACES.
032600 77  OCKP-STATUS             PIC XX VALUE SPACES.
032700 77  RCKP-STATUS             PIC XX VALUE SPACES.
032800 77  FILE-EOF-FLAG           PIC X VALUE LOW-VALUE.
032900     88  FILE-EOF            VALUE HIGH-VALUE.
033000     88  FILE-NOTEOF         VALUE LOW-VALUE.
033100 77  WINDOW-DATE-X           PIC X(8) VALUE SPACES.
033200 77  WINDOW-DATE             REDEFINES WINDOW-DATE-X PIC 9(8).
033300 77  WSTA-CNTR               PIC 9(9) BINARY VALUE ZERO.
033400 77  WSTA-OPEN-FLAG          PIC X VALUE 'N'.
033500     88  WSTA-OPENED         VALUE 'Y'.
033600 77  SHARED-CNTR             PIC 9(9) BINARY VALUE ZERO.
033700 77  SHARED-OPEN-FLAG        PIC X VALUE 'N'.
033800     88  SHARED-OPENED       VALUE 'Y'.
033900     88  SHARED-NOT-OPENED   VALUE 'N'.
034000 77  FOUND-FLAG              PIC X VALUE 'N'.
034100     88  DATASET-FOUND       VALUE 'Y'.
034200     88  DATASET-NOT-FOUND   VALUE 'N'.
034300 77  JOB-FOUND-FLAG          PIC X VALUE 'N'.
034400     88  JOB-FOUND           VALUE 'Y'.
034500     88  JOB-NOT-FOUND       VALUE 'N'.
034600 77  TABLE-FULL-FLAG         PIC X VALUE 'N'.
034700     88  KIT-TABLE-FULL      VALUE 'Y'.
034800 77  MAX-KIT                 PIC 9(4) BINARY VALUE 500.
034900 77  MAX-JOBS                PIC 9(4) BINARY VALUE 200.
035000 77  CARD-ERROR-CNTR         PIC 9(8) BINARY VALUE ZERO.
035100 77  BKRG-CNTR               PIC 9(8) BINARY VALUE ZERO.
035200 77  LINEAGE-CNTR            PIC 9(8) BINARY VALUE ZERO.
035300 77  RESTORE-CNTR            PIC 9(8) BINARY VALUE ZERO.
035400 77  REBUILT-CNTR            PIC 9(8) BINARY VALUE ZERO.
035500 77  LOST-CNTR               PIC 9(8) BINARY VALUE ZERO.
035600 77  ORDER-NO                PIC 9(4) BINARY VALUE ZERO.
035700 77  PASS-CLASS              PIC X VALUE SPACE.
035800 77  COUNT-DISP              PIC ZZ,ZZZ,ZZ9.
035900 77  KIT-RC                  PIC 9(4) BINARY VALUE ZERO.
036000 77  NOW-DATE                PIC 9(8) VALUE ZERO.
036100 01  NOW-TIME.
036200     05  NOW-HHMMSS          PIC 9(6).
036300     05  FILLER              PIC 99.
036400* the restore passes in order: each class, its heading, and the
036500* name it is shown under.
036600 01  PASS-VALUES.
036700     05  FILLER              PIC X(49) VALUE
036800         'MCTLLIB  RESTORE FIRST - CONTROL LIBRARY MEMBERS '.
036900     05  FILLER              PIC X(49) VALUE
037000         'SSHARED  THEN THE SHARED FILES                   '.
037100     05  FILLER              PIC X(49) VALUE
037200         'IINPUT   THEN THE INPUT PRINT DATASETS           '.
037300     05  FILLER              PIC X(49) VALUE
037400         'OOUTPUT  NOT RESTORED - REBUILT BY THE RERUN     '.
037500 01  PASS-TABLE              REDEFINES PASS-VALUES.
037600     05  PS-ENTRY            OCCURS 4 TIMES
037700                             INDEXED BY PS-INDEX.
037800         10  PS-CLASS        PIC X.
037900         10  PS-NAME         PIC X(8).
038000         10  PS-HEADING      PIC X(40).
038100* every dataset in the kit, in the order it was found.
038200 01  KIT-TABLE.
038300     05  KT-CNTR             PIC 9(4) BINARY VALUE ZERO.
038400     05  KT-ENTRY            OCCURS 500 TIMES
038500                             DEPENDING ON KT-CNTR
038600                             INDEXED BY KT-INDEX.
038700         10  KT-CLASS        PIC X.
038800             88  KT-IS-MEMBER        VALUE 'M'.
038900             88  KT-IS-SHARED        VALUE 'S'.
039000             88  KT-IS-INPUT         VALUE 'I'.
039100             88  KT-IS-OUTPUT        VALUE 'O'.
039200         10  KT-DDNAME       PIC X(8).
039300         10  KT-LIBRARY      PIC X(44).
039400         10  KT-DSNAME       PIC X(44).
039500         10  KT-JOBID        PIC X(8).
039600         10  KT-RECORDS      PIC 9(9).
039700         10  KT-COUNT-SOURCE PIC X.
039800             88  KT-COUNTED-LIVE     VALUE 'L'.
039900             88  KT-COUNTED-AT-COPY  VALUE 'B'.
040000             88  KT-NOT-COUNTED      VALUE 'N'.
040100         10  KT-BACKUP       PIC X(44).
040200         10  KT-BKP-DATE     PIC 9(8).
040300         10  KT-BKP-TIME     PIC 9(6).
040400         10  KT-BKP-RECORDS  PIC 9(9).
040500         10  KT-STATUS       PIC X.
040600             88  KT-RESTORABLE       VALUE 'R'.
040700             88  KT-UNRECOVERABLE    VALUE 'U'.
040800             88  KT-REBUILT          VALUE 'P'.
040900         10  KT-ORDER        PIC 9(4).
041000* the window's jobs, in the order their input was recorded.
041100 01  JOB-TABLE.
041200     05  JB-CNTR             PIC 9(4) BINARY VALUE ZERO.
041300     05  JB-ENTRY            OCCURS 200 TIMES
041400                             DEPENDING ON JB-CNTR
041500                             INDEXED BY JB-INDEX
041600                             PIC X(8).
041700     SKIP1
041800 01  PAGE-TITLE.
041900     05  FILLER              PIC X   VALUE '1'.
042000     05  FILLER              PIC X(38) VALUE
042100         'ACIF DISASTER-RECOVERY REPLAY KIT FOR'.
042200     05  FILLER              PIC X(14) VALUE 'BATCH WINDOW '.
042300     05  PT-DATE             PIC 9(8).
042400     SKIP1
042500 01  LINE-COLUMNS.
042600     05  FILLER              PIC X   VALUE '0'.
042700     05  FILLER              PIC X(5) VALUE 'ORDER'.
042800     05  FILLER              PIC X VALUE SPACE.
042900     05  FILLER              PIC X(8) VALUE 'CLASS'.
043000     05  FILLER              PIC X VALUE SPACE.
043100     05  FILLER              PIC X(44) VALUE 'DATASET'.
043200     05  FILLER              PIC X VALUE SPACE.
043300     05  FILLER              PIC X(10) VALUE '   RECORDS'.
043400     05  FILLER              PIC X VALUE SPACE.
043500     05  FILLER              PIC X(6) VALUE 'COUNT'.
043600     05  FILLER              PIC X VALUE SPACE.
043700     05  FILLER              PIC X(8) VALUE 'JOB'.
043800     05  FILLER              PIC X VALUE SPACE.
043900     05  FILLER              PIC X(14) VALUE 'STATUS'.
044000     SKIP1
044100 01  LINE-HEADING.
044200     05  FILLER              PIC X   VALUE '0'.
044300     05  LH-TEXT             PIC X(40).
044400     SKIP1
044500 01  LINE-DATASET.
044600     05  FILLER              PIC X   VALUE SPACE.
044700     05  LD-ORDER            PIC ZZZZZ.
044800     05  FILLER              PIC X VALUE SPACE.
044900     05  LD-CLASS            PIC X(8).
045000     05  FILLER              PIC X VALUE SPACE.
045100     05  LD-DSNAME           PIC X(44).
045200     05  FILLER              PIC X VALUE SPACE.
045300     05  LD-RECORDS          PIC Z(9)9.
045400     05  LD-NO-RECORDS       REDEFINES LD-RECORDS PIC X(10).
045500     05  FILLER              PIC X VALUE SPACE.
045600     05  LD-SOURCE           PIC X(6).
045700     05  FILLER              PIC X VALUE SPACE.
045800     05  LD-JOBID            PIC X(8).
045900     05  FILLER              PIC X VALUE SPACE.
046000     05  LD-STATUS           PIC X(14).
046100     SKIP1
046200 01  LINE-COPY.
046300     05  FILLER              PIC X(15) VALUE SPACES.
046400     05  LC-LABEL            PIC X(13).
046500     05  LC-BACKUP           PIC X(44).
046600     05  FILLER              PIC X VALUE SPACE.
046700     05  LC-DATE             PIC 9(8).
046800     05  FILLER              PIC X VALUE SPACE.
046900     05  LC-TIME             PIC 9(6).
047000     05  FILLER              PIC X VALUE SPACE.
047100     05  LC-NOTE             PIC X(28).
047200     SKIP1
047300 01  LINE-LOST.
047400     05  FILLER              PIC X   VALUE SPACE.
047500     05  FILLER              PIC X(6) VALUE SPACES.
047600     05  LL-CLASS            PIC X(8).
047700     05  FILLER              PIC X VALUE SPACE.
047800     05  LL-DSNAME           PIC X(44).
047900     05  FILLER              PIC X VALUE SPACE.
048000     05  LL-NOTE             PIC X(30).
048100     SKIP1
048200 01  LINE-JOB.
048300     05  FILLER              PIC X   VALUE SPACE.
048400     05  FILLER              PIC X(6) VALUE SPACES.
048500     05  FILLER              PIC X(14) VALUE 'RERUN JOB ID '.
048600     05  LJ-JOBID            PIC X(8).
048700     SKIP1
048800 01  LINE-TOTAL.
048900     05  LT-CC               PIC X   VALUE SPACE.
049000     05  FILLER              PIC X(02) VALUE SPACES.
049100     05  LT-LABEL            PIC X(32).
049200     05  FILLER              PIC X VALUE SPACE.
049300     05  LT-COUNT            PIC ZZ,ZZZ,ZZ9.
049400     SKIP1
049500 01  LINE-NOTICE.
049600     05  FILLER              PIC X(5) VALUE SPACES.
049700     05  LN-TEXT             PIC X(60).
049800 LINKAGE SECTION.
049900 01  PARM-AREA.
050000     05  PARM-LEN            PIC S9(4) BINARY.
050100     05  PARM-DATA           PIC X(8).
050200 TITLE 'Initialization and Main Line'.
050300 PROCEDURE DIVISION USING PARM-AREA.
050400 0000-MAINLINE.
050500     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
050600     ACCEPT NOW-TIME FROM TIME.
050700     IF PARM-LEN > ZERO
050800      THEN
050900       IF PARM-LEN > 8
051000        THEN
051100         MOVE 8 TO PARM-LEN
051200       END-IF;
051300       MOVE PARM-DATA (1 : PARM-LEN) TO WINDOW-DATE-X
051400     END-IF.
051500     PERFORM 0010-READ-WINDOW-STATE.
051600     IF WINDOW-DATE-X NOT NUMERIC
051700      THEN
051800       DISPLAY PGMNAME ' PARM MUST BE YYYYMMDD, OR APKWSTA MUST'
051900         ' HOLD THE WINDOW. NO KIT BUILT.';
052000       MOVE 8 TO RETURN-CODE;
052100       STOP RUN
052200     END-IF.
052300     PERFORM 0100-LOAD-CARDS.
052400     PERFORM 0200-LOAD-LINEAGE.
052500     PERFORM 0300-COUNT-SHARED
052600         VARYING KT-INDEX FROM 1 BY 1
052700         UNTIL KT-INDEX > KT-CNTR.
052800     PERFORM 0400-MATCH-BACKUPS.
052900     PERFORM 0500-ASSESS-DATASET
053000         VARYING KT-INDEX FROM 1 BY 1
053100         UNTIL KT-INDEX > KT-CNTR.
053200     PERFORM 0600-WRITE-KIT.
053300     PERFORM 0900-TERMINATE.
053400     MOVE KIT-RC TO RETURN-CODE.
053500     STOP RUN.
053600 0010-READ-WINDOW-STATE.
053700* the window date, unless the PARM named one, and the record
053800* count of the window-state file for its place in the kit.
053900     OPEN INPUT WSTA-FILE.
054000     IF WSTA-STATUS = '00'
054100      THEN
054200       SET WSTA-OPENED TO TRUE;
054300       SET FILE-NOTEOF TO TRUE;
054400       PERFORM UNTIL FILE-EOF
054500         READ WSTA-FILE
054600          AT END
054700           SET FILE-EOF TO TRUE
054800          NOT AT END
054900           ADD 1 TO WSTA-CNTR;
055000           IF WSTA-CNTR = 1 AND WINDOW-DATE-X = SPACES
055100            THEN
055200             MOVE WST-DATE TO WINDOW-DATE
055300           END-IF
055400         END-READ
055500       END-PERFORM;
055600       CLOSE WSTA-FILE
055700     END-IF.
055800     EJECT
055900 TITLE 'Gather the Kit'.
056000 0100-LOAD-CARDS.
056100* the control members and shared files, in the order the
056200* recovery team restores them.
056300     OPEN INPUT DRC-FILE.
056400     SET FILE-NOTEOF TO TRUE.
056500     PERFORM UNTIL FILE-EOF
056600       READ DRC-FILE
056700        AT END
056800         SET FILE-EOF TO TRUE
056900        NOT AT END
057000         IF DRC-CLASS NOT = '*'
057100          THEN
057200           PERFORM 0110-APPLY-CARD
057300         END-IF
057400       END-READ
057500     END-PERFORM.
057600     CLOSE DRC-FILE.
057700     IF KT-CNTR = ZERO
057800      THEN
057900       DISPLAY PGMNAME ' NO CONTROL MEMBERS OR SHARED FILES IN'
058000         ' APKDRC.';
058100       ADD 1 TO CARD-ERROR-CNTR
058200     END-IF.
058300 0110-APPLY-CARD.
058400     IF (NOT DRC-SHARED AND NOT DRC-MEMBER)
058500        OR DRC-NAME = SPACES OR DRC-DSNAME = SPACES
058600      THEN
058700       DISPLAY PGMNAME ' CARD IGNORED: ' DRC-CARD;
058800       ADD 1 TO CARD-ERROR-CNTR
058900      ELSE
059000       IF KT-CNTR < MAX-KIT
059100        THEN
059200         ADD 1 TO KT-CNTR;
059300         SET KT-INDEX TO KT-CNTR;
059400         PERFORM 0120-CLEAR-ENTRY;
059500         MOVE DRC-CLASS TO KT-CLASS (KT-INDEX);
059600         MOVE DRC-NAME TO KT-DDNAME (KT-INDEX);
059700         IF DRC-MEMBER
059800          THEN
059900           MOVE DRC-DSNAME TO KT-LIBRARY (KT-INDEX);
060000           STRING DRC-DSNAME DELIMITED BY SPACE
060100                  '(' DELIMITED BY SIZE
060200                  DRC-NAME DELIMITED BY SPACE
060300                  ')' DELIMITED BY SIZE
060400             INTO KT-DSNAME (KT-INDEX)
060500          ELSE
060600           MOVE DRC-DSNAME TO KT-DSNAME (KT-INDEX)
060700         END-IF
060800        ELSE
060900         SET KIT-TABLE-FULL TO TRUE
061000       END-IF
061100     END-IF.
061200 0120-CLEAR-ENTRY.
061300     MOVE SPACES TO KT-CLASS (KT-INDEX), KT-DDNAME (KT-INDEX),
061400                    KT-LIBRARY (KT-INDEX), KT-DSNAME (KT-INDEX),
061500                    KT-JOBID (KT-INDEX), KT-BACKUP (KT-INDEX).
061600     MOVE ZERO TO KT-RECORDS (KT-INDEX), KT-BKP-DATE (KT-INDEX),
061700                  KT-BKP-TIME (KT-INDEX), KT-ORDER (KT-INDEX),
061800                  KT-BKP-RECORDS (KT-INDEX).
061900     SET KT-NOT-COUNTED (KT-INDEX) TO TRUE.
062000     SET KT-RESTORABLE (KT-INDEX) TO TRUE.
062100 0200-LOAD-LINEAGE.
062200* every dataset the window's jobs read or wrote; the extracts
062300* and reprints taken later on demand are not part of the night.
062400     OPEN INPUT LIN-FILE.
062500     SET FILE-NOTEOF TO TRUE.
062600     PERFORM UNTIL FILE-EOF
062700       READ LIN-FILE
062800        AT END
062900         SET FILE-EOF TO TRUE
063000        NOT AT END
063100         IF LIN-WINDOW-DATE = WINDOW-DATE
063200            AND LIN-DSNAME NOT = SPACES
063300            AND (LIN-STAGE = 'INPUT' OR LIN-STAGE = 'ACIFOUT'
063400                 OR LIN-STAGE = 'ARCHIVE' OR LIN-STAGE = 'BURST'
063500                 OR LIN-STAGE = 'INSERTER')
063600          THEN
063700           ADD 1 TO LINEAGE-CNTR;
063800           PERFORM 0210-NOTE-LINEAGE
063900         END-IF
064000       END-READ
064100     END-PERFORM.
064200     CLOSE LIN-FILE.
064300     IF LINEAGE-CNTR = ZERO
064400      THEN
064500       DISPLAY PGMNAME ' NO LINEAGE RECORDED FOR WINDOW '
064600         WINDOW-DATE '.'
064700     END-IF.
064800 0210-NOTE-LINEAGE.
064900* a dataset is listed once; one the window both wrote and read
065000* again is kept as written, since the rerun rebuilds it.
065100     SET DATASET-NOT-FOUND TO TRUE.
065200     IF KT-CNTR > ZERO
065300      THEN
065400       SET KT-INDEX TO 1;
065500       SEARCH KT-ENTRY
065600        AT END
065700         CONTINUE
065800        WHEN KT-DSNAME (KT-INDEX) = LIN-DSNAME
065900         SET DATASET-FOUND TO TRUE
066000       END-SEARCH
066100     END-IF.
066200     IF DATASET-FOUND
066300      THEN
066400       IF KT-IS-INPUT (KT-INDEX) AND LIN-STAGE NOT = 'INPUT'
066500        THEN
066600         SET KT-IS-OUTPUT (KT-INDEX) TO TRUE
066700       END-IF
066800      ELSE
066900       IF KT-CNTR < MAX-KIT
067000        THEN
067100         ADD 1 TO KT-CNTR;
067200         SET KT-INDEX TO KT-CNTR;
067300         PERFORM 0120-CLEAR-ENTRY;
067400         IF LIN-STAGE = 'INPUT'
067500          THEN
067600           SET KT-IS-INPUT (KT-INDEX) TO TRUE
067700          ELSE
067800           SET KT-IS-OUTPUT (KT-INDEX) TO TRUE
067900         END-IF;
068000         MOVE LIN-DSNAME TO KT-DSNAME (KT-INDEX);
068100         MOVE LIN-JOBID TO KT-JOBID (KT-INDEX)
068200        ELSE
068300         SET KIT-TABLE-FULL TO TRUE
068400       END-IF
068500     END-IF.
068600     IF LIN-STAGE = 'INPUT'
068700      THEN
068800       PERFORM 0220-NOTE-JOB
068900     END-IF.
069000 0220-NOTE-JOB.
069100     SET JOB-NOT-FOUND TO TRUE.
069200     IF JB-CNTR > ZERO
069300      THEN
069400       SET JB-INDEX TO 1;
069500       SEARCH JB-ENTRY
069600        AT END
069700         CONTINUE
069800        WHEN JB-ENTRY (JB-INDEX) = LIN-JOBID
069900         SET JOB-FOUND TO TRUE
070000       END-SEARCH
070100     END-IF.
070200     IF JOB-NOT-FOUND AND JB-CNTR < MAX-JOBS
070300      THEN
070400       ADD 1 TO JB-CNTR;
070500       MOVE LIN-JOBID TO JB-ENTRY (JB-CNTR)
070600     END-IF.
070700     EJECT
070800 TITLE 'Count the Shared Files'.
070900 0300-COUNT-SHARED.
071000* a shared file is counted through its own DD; one not
071100* allocated to the step keeps the count of its backup copy.
071200     IF KT-IS-SHARED (KT-INDEX)
071300      THEN
071400       MOVE ZERO TO SHARED-CNTR;
071500       SET SHARED-NOT-OPENED TO TRUE;
071600       EVALUATE KT-DDNAME (KT-INDEX)
071700        WHEN 'APKWSTA'
071800         IF WSTA-OPENED
071900          THEN
072000           SET SHARED-OPENED TO TRUE;
072100           MOVE WSTA-CNTR TO SHARED-CNTR
072200         END-IF
072300        WHEN 'APKBSUM'
072400         PERFORM 0310-COUNT-BSUM
072500        WHEN 'APKRHST'
072600         PERFORM 0320-COUNT-RHST
072700        WHEN 'APKGXRF'
072800         PERFORM 0330-COUNT-GXRF
072900        WHEN 'APKXRFM'
073000         PERFORM 0340-COUNT-MASTER
073100        WHEN 'APKRPRQ'
073200         PERFORM 0350-COUNT-RPRQ
073300        WHEN 'APKCNTR'
073400         PERFORM 0360-COUNT-CNTR
073500        WHEN 'APKICKP'
073600         PERFORM 0370-COUNT-ICKP
073700        WHEN 'APKOCKP'
073800         PERFORM 0380-COUNT-OCKP
073900        WHEN 'APKRCKP'
074000         PERFORM 0390-COUNT-RCKP
074100        WHEN OTHER
074200         CONTINUE
074300       END-EVALUATE;
074400       IF SHARED-OPENED
074500        THEN
074600         MOVE SHARED-CNTR TO KT-RECORDS (KT-INDEX);
074700         SET KT-COUNTED-LIVE (KT-INDEX) TO TRUE
074800       END-IF
074900     END-IF.
075000 0310-COUNT-BSUM.
075100     OPEN INPUT BSUM-FILE.
075200     IF BSUM-STATUS = '00'
075300      THEN
075400       SET SHARED-OPENED TO TRUE;
075500       SET FILE-NOTEOF TO TRUE;
075600       PERFORM UNTIL FILE-EOF
075700         READ BSUM-FILE
075800          AT END
075900           SET FILE-EOF TO TRUE
076000          NOT AT END
076100           ADD 1 TO SHARED-CNTR
076200         END-READ
076300       END-PERFORM;
076400       CLOSE BSUM-FILE
076500     END-IF.
076600 0320-COUNT-RHST.
076700     OPEN INPUT RHST-FILE.
076800     IF RHST-STATUS = '00'
076900      THEN
077000       SET SHARED-OPENED TO TRUE;
077100       SET FILE-NOTEOF TO TRUE;
077200       PERFORM UNTIL FILE-EOF
077300         READ RHST-FILE
077400          AT END
077500           SET FILE-EOF TO TRUE
077600          NOT AT END
077700           ADD 1 TO SHARED-CNTR
077800         END-READ
077900       END-PERFORM;
078000       CLOSE RHST-FILE
078100     END-IF.
078200 0330-COUNT-GXRF.
078300     OPEN INPUT GXRF-FILE.
078400     IF GXRF-STATUS = '00'
078500      THEN
078600       SET SHARED-OPENED TO TRUE;
078700       SET FILE-NOTEOF TO TRUE;
078800       PERFORM UNTIL FILE-EOF
078900         READ GXRF-FILE
079000          AT END
079100           SET FILE-EOF TO TRUE
079200          NOT AT END
079300           ADD 1 TO SHARED-CNTR
079400         END-READ
079500       END-PERFORM;
079600       CLOSE GXRF-FILE
079700     END-IF.
079800 0340-COUNT-MASTER.
079900     OPEN INPUT MASTER-FILE.
080000     IF MASTER-STATUS = '00' OR MASTER-STATUS = '97'
080100      THEN
080200       SET SHARED-OPENED TO TRUE;
080300       SET FILE-NOTEOF TO TRUE;
080400       PERFORM UNTIL FILE-EOF
080500         READ MASTER-FILE
080600          AT END
080700           SET FILE-EOF TO TRUE
080800          NOT AT END
080900           ADD 1 TO SHARED-CNTR
081000         END-READ
081100       END-PERFORM;
081200       CLOSE MASTER-FILE
081300     END-IF.
081400 0350-COUNT-RPRQ.
081500     OPEN INPUT RPRQ-FILE.
081600     IF RPRQ-STATUS = '00' OR RPRQ-STATUS = '97'
081700      THEN
081800       SET SHARED-OPENED TO TRUE;
081900       SET FILE-NOTEOF TO TRUE;
082000       PERFORM UNTIL FILE-EOF
082100         READ RPRQ-FILE
082200          AT END
082300           SET FILE-EOF TO TRUE
082400          NOT AT END
082500           ADD 1 TO SHARED-CNTR
082600         END-READ
082700       END-PERFORM;
082800       CLOSE RPRQ-FILE
082900     END-IF.
083000 0360-COUNT-CNTR.
083100     OPEN INPUT CNTR-FILE.
083200     IF CNTR-STATUS = '00' OR CNTR-STATUS = '97'
083300      THEN
083400       SET SHARED-OPENED TO TRUE;
083500       SET FILE-NOTEOF TO TRUE;
083600       PERFORM UNTIL FILE-EOF
083700         READ CNTR-FILE
083800          AT END
083900           SET FILE-EOF TO TRUE
084000          NOT AT END
084100           ADD 1 TO SHARED-CNTR
084200         END-READ
084300       END-PERFORM;
084400       CLOSE CNTR-FILE
084500     END-IF.
084600 0370-COUNT-ICKP.
084700     OPEN INPUT ICKP-FILE.
084800     IF ICKP-STATUS = '00' OR ICKP-STATUS = '97'
084900      THEN
085000       SET SHARED-OPENED TO TRUE;
085100       SET FILE-NOTEOF TO TRUE;
085200       PERFORM UNTIL FILE-EOF
085300         READ ICKP-FILE
085400          AT END
085500           SET FILE-EOF TO TRUE
085600          NOT AT END
085700           ADD 1 TO SHARED-CNTR
085800         END-READ
085900       END-PERFORM;
086000       CLOSE ICKP-FILE
086100     END-IF.
086200 0380-COUNT-OCKP.
086300     OPEN INPUT OCKP-FILE.
086400     IF OCKP-STATUS = '00' OR OCKP-STATUS = '97'
086500      THEN
086600       SET SHARED-OPENED TO TRUE;
086700       SET FILE-NOTEOF TO TRUE;
086800       PERFORM UNTIL FILE-EOF
086900         READ OCKP-FILE
087000          AT END
087100           SET FILE-EOF TO TRUE
087200          NOT AT END
087300           ADD 1 TO SHARED-CNTR
087400         END-READ
087500       END-PERFORM;
087600       CLOSE OCKP-FILE
087700     END-IF.
087800 0390-COUNT-RCKP.
087900     OPEN INPUT RCKP-FILE.
088000     IF RCKP-STATUS = '00'
088100      THEN
088200       SET SHARED-OPENED TO TRUE;
088300       SET FILE-NOTEOF TO TRUE;
088400       PERFORM UNTIL FILE-EOF
088500         READ RCKP-FILE
088600          AT END
088700           SET FILE-EOF TO TRUE
088800          NOT AT END
088900           ADD 1 TO SHARED-CNTR
089000         END-READ
089100       END-PERFORM;
089200       CLOSE RCKP-FILE
089300     END-IF.
089400     EJECT
089500 TITLE 'Match the Backup Copies'.
089600 0400-MATCH-BACKUPS.
089700* each register record is offered to every dataset it copies;
089800* the latest copy of each is kept. A copy of a whole control
089900* library covers every member in it.
090000     OPEN INPUT BKRG-FILE.
090100     SET FILE-NOTEOF TO TRUE.
090200     PERFORM UNTIL FILE-EOF
090300       READ BKRG-FILE
090400        AT END
090500         SET FILE-EOF TO TRUE
090600        NOT AT END
090700         ADD 1 TO BKRG-CNTR;
090800         PERFORM 0410-OFFER-COPY
090900             VARYING KT-INDEX FROM 1 BY 1
091000             UNTIL KT-INDEX > KT-CNTR
091100       END-READ
091200     END-PERFORM.
091300     CLOSE BKRG-FILE.
091400 0410-OFFER-COPY.
091500     IF BKR-DSNAME = KT-DSNAME (KT-INDEX)
091600        OR (KT-IS-MEMBER (KT-INDEX)
091700            AND BKR-DSNAME = KT-LIBRARY (KT-INDEX))
091800      THEN
091900       IF BKR-DATE > KT-BKP-DATE (KT-INDEX)
092000          OR (BKR-DATE = KT-BKP-DATE (KT-INDEX)
092100              AND BKR-TIME NOT < KT-BKP-TIME (KT-INDEX))
092200        THEN
092300         MOVE BKR-COPY TO KT-BACKUP (KT-INDEX);
092400         MOVE BKR-DATE TO KT-BKP-DATE (KT-INDEX);
092500         MOVE BKR-TIME TO KT-BKP-TIME (KT-INDEX);
092600         MOVE BKR-RECORDS TO KT-BKP-RECORDS (KT-INDEX)
092700       END-IF
092800     END-IF.
092900 0500-ASSESS-DATASET.
093000* the window's outputs are rebuilt by the rerun. Anything else
093100* needs a copy; a shared file one taken since the window opened.
093200     IF NOT KT-COUNTED-LIVE (KT-INDEX)
093300        AND KT-BACKUP (KT-INDEX) NOT = SPACES
093400      THEN
093500       MOVE KT-BKP-RECORDS (KT-INDEX) TO KT-RECORDS (KT-INDEX);
093600       SET KT-COUNTED-AT-COPY (KT-INDEX) TO TRUE
093700     END-IF.
093800     EVALUATE TRUE
093900      WHEN KT-IS-OUTPUT (KT-INDEX)
094000       SET KT-REBUILT (KT-INDEX) TO TRUE;
094100       ADD 1 TO REBUILT-CNTR
094200      WHEN KT-BACKUP (KT-INDEX) = SPACES
094300       SET KT-UNRECOVERABLE (KT-INDEX) TO TRUE
094400      WHEN KT-IS-SHARED (KT-INDEX)
094500           AND KT-BKP-DATE (KT-INDEX) < WINDOW-DATE
094600       SET KT-UNRECOVERABLE (KT-INDEX) TO TRUE
094700      WHEN OTHER
094800       SET KT-RESTORABLE (KT-INDEX) TO TRUE;
094900       ADD 1 TO RESTORE-CNTR
095000     END-EVALUATE.
095100     IF KT-UNRECOVERABLE (KT-INDEX)
095200      THEN
095300       ADD 1 TO LOST-CNTR;
095400       DISPLAY PGMNAME ' UNRECOVERABLE: ' KT-DSNAME (KT-INDEX)
095500     END-IF.
095600     EJECT
095700 TITLE 'Write the Kit and the Restore Order'.
095800 0600-WRITE-KIT.
095900* one pass per class in restore order; every dataset restored
096000* is numbered, the rebuilt outputs are not.
096100     OPEN OUTPUT PRINT-FILE, EXTEND DRKT-FILE.
096200     MOVE WINDOW-DATE TO PT-DATE.
096300     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
096400     WRITE PRINT-RECORD FROM PAGE-TITLE.
096500     MOVE LENGTH OF LINE-COLUMNS TO PRINT-REC-LEN.
096600     WRITE PRINT-RECORD FROM LINE-COLUMNS.
096700     PERFORM 0610-WRITE-PASS
096800         VARYING PS-INDEX FROM 1 BY 1
096900         UNTIL PS-INDEX > 4.
097000     CLOSE DRKT-FILE.
097100     MOVE 'RERUN THE WINDOW FOR THESE JOBS' TO LH-TEXT.
097200     MOVE LENGTH OF LINE-HEADING TO PRINT-REC-LEN.
097300     WRITE PRINT-RECORD FROM LINE-HEADING.
097400     IF JB-CNTR = ZERO
097500      THEN
097600       MOVE 'NO JOB RECORDED AN INPUT DATASET IN THE WINDOW'
097700         TO LN-TEXT;
097800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
097900       WRITE PRINT-RECORD FROM LINE-NOTICE
098000     END-IF.
098100     PERFORM 0640-WRITE-JOB
098200         VARYING JB-INDEX FROM 1 BY 1
098300         UNTIL JB-INDEX > JB-CNTR.
098400     IF LOST-CNTR > ZERO
098500      THEN
098600       MOVE 'UNRECOVERABLE DATASETS' TO LH-TEXT;
098700       MOVE LENGTH OF LINE-HEADING TO PRINT-REC-LEN;
098800       WRITE PRINT-RECORD FROM LINE-HEADING;
098900       PERFORM 0650-WRITE-LOST
099000           VARYING KT-INDEX FROM 1 BY 1
099100           UNTIL KT-INDEX > KT-CNTR
099200     END-IF.
099300 0610-WRITE-PASS.
099400     MOVE PS-HEADING (PS-INDEX) TO LH-TEXT.
099500     MOVE LENGTH OF LINE-HEADING TO PRINT-REC-LEN.
099600     WRITE PRINT-RECORD FROM LINE-HEADING.
099700     MOVE PS-CLASS (PS-INDEX) TO PASS-CLASS.
099800     PERFORM 0620-WRITE-IF-IN-PASS
099900         VARYING KT-INDEX FROM 1 BY 1
100000         UNTIL KT-INDEX > KT-CNTR.
100100 0620-WRITE-IF-IN-PASS.
100200     IF KT-CLASS (KT-INDEX) = PASS-CLASS
100300      THEN
100400       IF KT-IS-OUTPUT (KT-INDEX)
100500        THEN
100600         MOVE ZERO TO KT-ORDER (KT-INDEX)
100700        ELSE
100800         ADD 1 TO ORDER-NO;
100900         MOVE ORDER-NO TO KT-ORDER (KT-INDEX)
101000       END-IF;
101100       PERFORM 0630-WRITE-DATASET
101200     END-IF.
101300 0630-WRITE-DATASET.
101400     MOVE KT-ORDER (KT-INDEX) TO LD-ORDER.
101500     MOVE PS-NAME (PS-INDEX) TO LD-CLASS.
101600     MOVE KT-DSNAME (KT-INDEX) TO LD-DSNAME.
101700     MOVE KT-RECORDS (KT-INDEX) TO LD-RECORDS.
101800     EVALUATE TRUE
101900      WHEN KT-COUNTED-LIVE (KT-INDEX)
102000       MOVE 'LIVE' TO LD-SOURCE
102100      WHEN KT-COUNTED-AT-COPY (KT-INDEX)
102200       MOVE 'COPY' TO LD-SOURCE
102300      WHEN OTHER
102400       MOVE 'NONE' TO LD-SOURCE;
102500       MOVE SPACES TO LD-NO-RECORDS
102600     END-EVALUATE.
102700     MOVE KT-JOBID (KT-INDEX) TO LD-JOBID.
102800     EVALUATE TRUE
102900      WHEN KT-REBUILT (KT-INDEX)
103000       MOVE 'REBUILT' TO LD-STATUS
103100      WHEN KT-UNRECOVERABLE (KT-INDEX)
103200       MOVE '*UNRECOVERABLE' TO LD-STATUS
103300      WHEN OTHER
103400       MOVE 'RESTORE' TO LD-STATUS
103500     END-EVALUATE.
103600     MOVE LENGTH OF LINE-DATASET TO PRINT-REC-LEN.
103700     WRITE PRINT-RECORD FROM LINE-DATASET.
103800     IF KT-BACKUP (KT-INDEX) NOT = SPACES
103900      THEN
104000       MOVE KT-BACKUP (KT-INDEX) TO LC-BACKUP;
104100       MOVE KT-BKP-DATE (KT-INDEX) TO LC-DATE;
104200       MOVE KT-BKP-TIME (KT-INDEX) TO LC-TIME;
104300       IF KT-UNRECOVERABLE (KT-INDEX)
104400        THEN
104500         MOVE 'LATEST COPY' TO LC-LABEL;
104600         MOVE 'TAKEN BEFORE THE WINDOW' TO LC-NOTE
104700        ELSE
104800         MOVE 'RESTORE FROM' TO LC-LABEL;
104900         MOVE SPACES TO LC-NOTE
105000       END-IF;
105100       MOVE LENGTH OF LINE-COPY TO PRINT-REC-LEN;
105200       WRITE PRINT-RECORD FROM LINE-COPY
105300     END-IF.
105400     MOVE WINDOW-DATE TO DRK-WINDOW-DATE.
105500     MOVE KT-ORDER (KT-INDEX) TO DRK-ORDER.
105600     MOVE PS-NAME (PS-INDEX) TO DRK-CLASS.
105700     MOVE KT-DSNAME (KT-INDEX) TO DRK-DSNAME.
105800     MOVE KT-RECORDS (KT-INDEX) TO DRK-RECORDS.
105900     MOVE KT-COUNT-SOURCE (KT-INDEX) TO DRK-COUNT-SOURCE.
106000     MOVE KT-BACKUP (KT-INDEX) TO DRK-BACKUP.
106100     MOVE KT-BKP-DATE (KT-INDEX) TO DRK-BKP-DATE.
106200     MOVE KT-BKP-TIME (KT-INDEX) TO DRK-BKP-TIME.
106300     MOVE KT-STATUS (KT-INDEX) TO DRK-STATUS.
106400     MOVE KT-JOBID (KT-INDEX) TO DRK-JOBID.
106500     MOVE NOW-DATE TO DRK-DATE.
106600     MOVE NOW-HHMMSS TO DRK-TIME.
106700     WRITE DRKT-RECORD.
106800 0640-WRITE-JOB.
106900     MOVE JB-ENTRY (JB-INDEX) TO LJ-JOBID.
107000     MOVE LENGTH OF LINE-JOB TO PRINT-REC-LEN.
107100     WRITE PRINT-RECORD FROM LINE-JOB.
107200 0650-WRITE-LOST.
107300     IF KT-UNRECOVERABLE (KT-INDEX)
107400      THEN
107500       EVALUATE TRUE
107600        WHEN KT-IS-MEMBER (KT-INDEX)
107700         MOVE 'CTLLIB' TO LL-CLASS
107800        WHEN KT-IS-SHARED (KT-INDEX)
107900         MOVE 'SHARED' TO LL-CLASS
108000        WHEN OTHER
108100         MOVE 'INPUT' TO LL-CLASS
108200       END-EVALUATE;
108300       MOVE KT-DSNAME (KT-INDEX) TO LL-DSNAME;
108400       IF KT-BACKUP (KT-INDEX) = SPACES
108500        THEN
108600         MOVE 'NO BACKUP COPY REGISTERED' TO LL-NOTE
108700        ELSE
108800         MOVE 'LATEST COPY BEFORE THE WINDOW' TO LL-NOTE
108900       END-IF;
109000       MOVE LENGTH OF LINE-LOST TO PRINT-REC-LEN;
109100       WRITE PRINT-RECORD FROM LINE-LOST
109200     END-IF.
109300     EJECT
109400 TITLE 'Terminate'.
109500 0900-TERMINATE.
109600     MOVE '0' TO LT-CC.
109700     MOVE 'DATASETS IN THE KIT' TO LT-LABEL.
109800     MOVE KT-CNTR TO LT-COUNT.
109900     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
110000     WRITE PRINT-RECORD FROM LINE-TOTAL.
110100     MOVE SPACE TO LT-CC.
110200     MOVE 'TO BE RESTORED' TO LT-LABEL.
110300     MOVE RESTORE-CNTR TO LT-COUNT.
110400     WRITE PRINT-RECORD FROM LINE-TOTAL.
110500     MOVE 'REBUILT BY THE RERUN' TO LT-LABEL.
110600     MOVE REBUILT-CNTR TO LT-COUNT.
110700     WRITE PRINT-RECORD FROM LINE-TOTAL.
110800     MOVE 'UNRECOVERABLE' TO LT-LABEL.
110900     MOVE LOST-CNTR TO LT-COUNT.
111000     WRITE PRINT-RECORD FROM LINE-TOTAL.
111100     MOVE 'BACKUP COPIES REGISTERED' TO LT-LABEL.
111200     MOVE BKRG-CNTR TO LT-COUNT.
111300     WRITE PRINT-RECORD FROM LINE-TOTAL.
111400     MOVE 'KIT CARDS IN ERROR' TO LT-LABEL.
111500     MOVE CARD-ERROR-CNTR TO LT-COUNT.
111600     WRITE PRINT-RECORD FROM LINE-TOTAL.
111700     IF KIT-TABLE-FULL
111800      THEN
111900       MOVE 'KIT TABLE FULL - LATER DATASETS NOT SHOWN'
112000         TO LN-TEXT;
112100       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
112200       WRITE PRINT-RECORD FROM LINE-NOTICE
112300     END-IF.
112400     CLOSE PRINT-FILE.
112500     IF CARD-ERROR-CNTR > ZERO OR LINEAGE-CNTR = ZERO
112600        OR KIT-TABLE-FULL
112700      THEN
112800       MOVE 4 TO KIT-RC
112900     END-IF.
113000     IF LOST-CNTR > ZERO
113100      THEN
113200       MOVE 8 TO KIT-RC;
113300       MOVE LOST-CNTR TO COUNT-DISP;
113400       MOVE 'APK027E' TO WTO-MSGID;
113500       MOVE SPACES TO WTO-MSGTEXT;
113600       STRING 'APKDRKIT WINDOW ' DELIMITED BY SIZE
113700           WINDOW-DATE DELIMITED BY SIZE
113800           ' NOT RECOVERABLE,' DELIMITED BY SIZE
113900           COUNT-DISP DELIMITED BY SIZE
114000           ' DATASETS' DELIMITED BY SIZE
114100         INTO WTO-MSGTEXT;
114200       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT
114300     END-IF.
114400     MOVE LOST-CNTR TO COUNT-DISP.
114500     DISPLAY PGMNAME ' WINDOW ' WINDOW-DATE ',' COUNT-DISP
114600         ' DATASETS UNRECOVERABLE.'.
114700 END PROGRAM APKDRKIT.
