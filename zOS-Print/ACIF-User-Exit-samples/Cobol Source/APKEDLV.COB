000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000105*    A PRINT GROUP OF A REPORT ON THE APKSUBA ARCHIVE-ONLY       *!@05A
000105*    LIST (SUBSCRIPTION LAPSED PAST ITS GRACE PERIOD, KEPT BY    *!@05A
000105*    APKSUBR) IS DROPPED FROM THE PRINT DATASET, ITS             *!@05A
000105*    CROSS-REFERENCE AND APKGACC RECORDS MARKED A.               *!@05A
000110* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000110*    A GROUP WHOSE FIRST PAGE FALLS IN A STATEMENT APKINPXT'S    *!@04A
000110*    SUPPRESSION RULES TOOK (THE APKSSUP FILE) IS DROPPED FROM   *!@04A
000110*    THE PRINT DATASET, ITS CROSS-REFERENCE RECORD MARKED S, AND *!@04A
000110*    LOGGED WITH ITS ACCOUNT AND RULE ON THE SHARED APKSSPL.     *!@04A
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000120*    CROSS-REFERENCE RECORDS OF GROUPS ON THE APKHLDC LEGAL-HOLD *!@03A
000120*    LIST ARE PASSED OVER WHEN GROUPS ARE MATCHED: APKOUTXT      *!@03A
000120*    DIVERTS SUCH A GROUP OUT OF THE AFP DATASET BUT STILL       *!@03A
000120*    WRITES ITS RECORD.                                          *!@03A
000150* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000150*    A GROUP WHOSE FIRST PAGE APKINPXT MARKED R (ACCOUNT HELD BY *!@02A
000150*    APKRTML FOR A BAD ADDRESS) GOES WHOLE TO THE NEW APKRTSH    *!@02A
000150*    DATASET INSTEAD OF THE MAIL, ITS CROSS-REFERENCE RECORD     *!@02A
000150*    MARKED R. EVERY GROUP NOW ALSO GETS AN APKGACC RECORD       *!@02A
000150*    TYING IT TO ITS ACCOUNT, FOR THE RETURNED-MAIL PROGRAM.     *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKEDLV.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program takes the statements of customers who
000900               signed up for electronic delivery out of the print
001000               stream. It runs as its own step after the ACIF
001100               step, the same place in the window as the APKDBRST
001200               department burst: the ACIF output-record exit can
001300               only use or delete a record, and the page's account
001400               is only known to the input exit, so the split is
001500               made here from the per-page index values.
001600
001700               APKINPXT looks every page's account up in the
001800               APKDPRF delivery-preference file and records the
001900               answer (NDXV-DELIVERY, E for paperless) on the
002000               APKNDXV index value file, keyed by the running
002100               Begin Page ordinal. Both the AFP dataset and those
002200               ordinals run strictly ascending, so the index file
002300               is read forward in step with the Begin Pages. Each
002400               named group (one statement) is routed whole by the
002500               delivery method of its first page: a paperless
002600               group goes to the electronic-presentment dataset,
002700               everything else - every record outside a group
002800               included - to the print dataset, in the order ACIF
002900               wrote it.
003000
003100               For each paperless group one notification record is
003200               written for the customer portal, and the group's
003300               APKGXRF cross-reference record (one per named
003400               group, in the same order, written by APKOUTXT) is
003500               rewritten with GXRF-DELIVERY set to E, so APKINSCF
003600               gives the statement no inserter record. This step
003700               must therefore run before the APKCOLLP collector
003800               merges the job's contribution into the day's file.
003900
004000               The electronic-presentment dataset is framed with
004100               its own Begin/End Document envelope (built through
004200               AFPWRITE, the shared AFPDS builder in APKSFBLD).
004300               Invoke Medium Map records are not copied where
004400               they stand: the most recent map is replayed into
004500               whichever dataset a page is bound for, ahead of
004600               the page, when that dataset last invoked a
004700               different one.
004800
004900               Allocate these DDs:
005000                 APKAFPIN - the ACIF output dataset (RECFM FB,
005100                            LRECL 8192, as APKACIFP allocates
005200                            it), read only
005300                 APKNDXV  - the per-page index value file
005400                            written by APKINPXT (VSAM KSDS,
005500                            80-byte records, 8-byte key), read
005600                            forward only
005700                 APKGXRF  - this job's group cross-reference
005800                            contributions, opened for update;
005900                            the last one, this run's, is used
005920                 APKHLDC  - the legal-hold member APKOUTXT        !@03A
005940                            diverts by; a held group is not in    !@03A
005960                            APKAFPIN, so its cross-reference      !@03A
005980                            record is passed over                 !@03A
006000                 APKAFPOT - the print dataset, same DCB as
006100                            APKAFPIN: what goes to the printer
006200                            and the inserter
006300                 APKEPRS  - the electronic-presentment dataset,
006400                            same DCB; left empty when no group
006500                            is paperless
006600                 APKENOT  - the portal notifications, 120-byte
006700                            fixed records, one per paperless
006800                            group: the group name, account,
006900                            job name, report number and date,
007000                            run date, and the group's first and
007100                            last page within APKEPRS
007200               A page with no index record (the page numbering
007300               diverged - banner pages) delivers its group on
007400               paper, with one warning in the job log. When the
007500               cross-reference falls out of step with the groups
007600               in the AFP dataset the step ends with return code 8
007700               and operator message APK022E: the split itself is
007800               still right, but the inserter file built from the
007900               unmarked records would not be, so hold the
008000               inserter run.
008100
008200               Do not run this against page-range reprint
008300               output: the reprint's surviving pages no longer
008400               line up with the index file's ordinals, the same
008500               restriction as APKTLEBD.
008503
008507               A group whose first page APKINPXT marked R - its   !@02A
008511               account is on hold in the APKRTNH returned-mail    !@02A
008515               history for a bad address - is not mailed: it      !@02A
008519               goes whole, as ACIF wrote it (no envelope, the     !@02A
008523               same as the legal-hold dataset), to a DD named     !@02A
008526               APKRTSH, same DCB as APKAFPIN, with the current    !@02A
008530               medium map replayed ahead of its pages. Its        !@02A
008534               cross-reference record is marked R, so APKINSCF    !@02A
008538               skips it too. Once the address is corrected the    !@02A
008542               held statements can be printed from APKRTSH.       !@02A
008546
008550               Every named group also gets one 100-byte record on !@02A
008553               a DD named APKGACC, this job's group-to-account    !@02A
008557               contribution, opened for EXTEND and closed by a    !@02A
008561               *TRAILER record with its count for the APKCOLLP    !@02A
008565               collector: the group name, first and last page     !@02A
008569               and job name from the group's cross-reference      !@02A
008573               record, its account, and how it was delivered      !@02A
008576               (P paper, E electronic, R held). APKXRFLD loads    !@02A
008580               these into the APKGACM account index nightly, and  !@02A
008584               APKRTML uses it to turn the group name the mail    !@02A
008588               room keys from a returned envelope into an         !@02A
008592               account. While the cross-reference is out of step  !@02A
008596               no record is written, as nothing is marked.        !@02A
008599
008603               A group whose first page falls within a statement  !@04A
008606               APKINPXT's statement suppression rules took - the  !@04A
008610               APKSSUP file of that step, 80-byte records read    !@04A
008613               forward in step with the Begin Pages like the      !@04A
008617               index file - is not mailed: a paper group of the   !@04A
008621               same report and account is dropped, its records    !@04A
008624               going to no dataset (the archive, built from the   !@04A
008628               ACIF output, still has it). Its cross-reference    !@04A
008631               record is marked S, so APKINSCF skips it, its      !@04A
008635               APKGACC record shows S, and one 120-byte record    !@04A
008639               is appended to a DD named APKSSPL, the shared      !@04A
008642               suppression log: the group name, account, rule     !@04A
008646               id, report number and date, job name, run date     !@04A
008649               and the group's page count.                        !@04A
008653
008656               A paper group of a report on the APKSUBA list -    !@05A
008660               one record per report, its number in columns 1-3,  !@05A
008664               written by the subscription review APKSUBR for     !@05A
008667               each report whose owner has let its annual         !@05A
008671               recertification lapse beyond the grace period - is !@05A
008674               not printed: like a suppressed group its records   !@05A
008678               go to no dataset (the archive still has it), its   !@05A
008682               cross-reference record is marked A, so APKINSCF    !@05A
008685               skips it, and its APKGACC record shows A. Records  !@05A
008689               outside a named group are printed as before. An    !@05A
008692               empty list takes nothing off print.                !@05A
008696 DATE-WRITTEN. 15 Oct 2026.
008700 DATE-COMPILED.
008800 SECURITY. IBM SAMPLE CODE ONLY.
008900*/**************************************************************/
009000*/* Licensed under the Apache License, Version 2.0 (the        */
009100*/* "License"); you may not use this file except in compliance */
009200*/* with the License. You may obtain a copy of the License at  */
009300*/*                                                            */
009400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009500*/*                                                            */
009600*/* Unless required by applicable law or agreed to in writing, */
009700*/* software distributed under the License is distributed on an*/
009800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
009900*/* KIND, either express or implied.  See the License for the  */
010000*/* specific language governing permissions and limitations    */
010100*/* under the License.                                         */
010200*/*------------------------------------------------------------*/
010300*/*                                                            */
010400*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
010500*/*                                                            */
010600*/*   Permission to use, copy, modify, and distribute          */
010700*/*   this software for any purpose with or without fee        */
010800*/*   is hereby granted, provided that the above               */
010900*/*   copyright notices appear in all copies.                  */
011000*/*                                                            */
011100*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
011200*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
011300*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
011400*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
011500*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
011600*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
011700*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
011800*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
011900*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
012000*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
012100*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
012200*/**************************************************************/
012300 TITLE 'ACIF Electronic Delivery Split Step'.
012400 ENVIRONMENT DIVISION.
012500 CONFIGURATION SECTION.
012600 SOURCE-COMPUTER. IBM-370.
012700 OBJECT-COMPUTER. IBM-370.
012800 INPUT-OUTPUT SECTION.
012900 FILE-CONTROL.
013000     SELECT AFP-IN-FILE ASSIGN TO APKAFPIN
013100         ORGANIZATION SEQUENTIAL.
013200     SELECT NDXV-FILE ASSIGN TO APKNDXV
013300         ORGANIZATION INDEXED
013400         ACCESS MODE SEQUENTIAL
013500         RECORD KEY IS NDXV-PAGENUM
013600         FILE STATUS IS NDXV-STATUS.
013700     SELECT GXRF-FILE ASSIGN TO APKGXRF
013800         ORGANIZATION SEQUENTIAL.
013900     SELECT PRINT-OUT-FILE ASSIGN TO APKAFPOT
014000         ORGANIZATION SEQUENTIAL.
014100     SELECT EPRS-FILE ASSIGN TO APKEPRS
014200         ORGANIZATION SEQUENTIAL.
014300     SELECT ENOT-FILE ASSIGN TO APKENOT
014320         ORGANIZATION SEQUENTIAL.                                 !@02A
014340     SELECT RTSH-FILE ASSIGN TO APKRTSH                           !@02A
014360         ORGANIZATION SEQUENTIAL.                                 !@02A
014380     SELECT GACC-FILE ASSIGN TO APKGACC                           !@02A
014400         ORGANIZATION SEQUENTIAL.
014433     SELECT HOLD-CTL-FILE ASSIGN TO APKHLDC                       !@03A
014466         ORGANIZATION SEQUENTIAL.                                 !@03A
014472     SELECT SSUP-FILE ASSIGN TO APKSSUP                           !@04A
014479         ORGANIZATION SEQUENTIAL.                                 !@04A
014486     SELECT SSPL-FILE ASSIGN TO APKSSPL                           !@04A
014493         ORGANIZATION SEQUENTIAL.                                 !@04A
014495     SELECT SUBA-FILE ASSIGN TO APKSUBA                           !@05A
014497         ORGANIZATION SEQUENTIAL.                                 !@05A
014500     EJECT
014600 DATA DIVISION.
014700 FILE SECTION.
014800* the ACIF output: one AFPDS structured field per record, the
014900* X'5A' carriage control byte first.
015000 FD  AFP-IN-FILE
015100     LABEL RECORDS STANDARD
015200     RECORDING MODE F
015300     BLOCK CONTAINS 0
015400     RECORD CONTAINS 8192 CHARACTERS.
015500 01  AFP-IN-RECORD.
015600     05  AFPI-CC             PIC X.
015700     05  AFPI-SFLEN          PIC 9(4) BINARY.
015800     05  AFPI-SFTYPE         PIC XXX.
015900     05  AFPI-SFFLAG         PIC X.
016000     05  AFPI-SFSEQ          PIC 9(4) BINARY.
016100     05  AFPI-SFDATA         PIC X(8183).
016200* one record per page, keyed by Begin Page ordinal, written by
016300* APKINPXT during the ACIF step, read forward in step with the
016400* Begin Pages.
016500 FD  NDXV-FILE
016600     LABEL RECORDS STANDARD
016700     RECORD CONTAINS 80 CHARACTERS.
016800 01  NDXV-RECORD.
016900     05  NDXV-PAGENUM        PIC 9(8).
017000     05  NDXV-REPTNUM        PIC XXX.
017100     05  NDXV-REPTDATE       PIC X(8).
017200     05  NDXV-DEPT           PIC 9(4).
017300     05  NDXV-ACCTNO         PIC X(20).
017400     05  NDXV-DELIVERY       PIC X.
017500         88  NDXV-PAPERLESS  VALUE 'E'.
017550         88  NDXV-RETURNED   VALUE 'R'.                           !@02A
017600     05  FILLER              PIC X(36).
017700* group name/first page/last page/job name, one record per
017800* named group, written by APKOUTXT; the delivery byte is set
017900* here for the groups delivered electronically.
018000 FD  GXRF-FILE
018100     LABEL RECORDS STANDARD
018200     RECORDING MODE F
018300     BLOCK CONTAINS 0
018400     RECORD CONTAINS 80 CHARACTERS.
018500 01  GXRF-RECORD.
018600     05  GXRF-GRPNAME        PIC X(44).
018700     05  FILLER              PIC X.
018800     05  GXRF-FIRST-PAGE     PIC 9(8).
018900     05  FILLER              PIC X.
019000     05  GXRF-LAST-PAGE      PIC 9(8).
019100     05  FILLER              PIC X.
019200     05  GXRF-JOBNAME        PIC X(8).
019300     05  FILLER              PIC X.
019400     05  GXRF-DELIVERY       PIC X.
019500     05  FILLER              PIC X(7).
019509* the legal-hold member APKOUTXT diverts by, one group name per   !@03A
019518* card.                                                           !@03A
019527 FD  HOLD-CTL-FILE                                                !@03A
019536     LABEL RECORDS STANDARD                                       !@03A
019545     RECORDING MODE F                                             !@03A
019554     BLOCK CONTAINS 0                                             !@03A
019563     RECORD CONTAINS 80 CHARACTERS.                               !@03A
019572 01  HOLD-CTL-RECORD.                                             !@03A
019581     05  HCTL-GRPNAME        PIC X(44).                           !@03A
019590     05  FILLER              PIC X(36).                           !@03A
019591* the reports taken off print by APKSUBR, one per record.         !@05A
019592 FD  SUBA-FILE                                                    !@05A
019593     LABEL RECORDS STANDARD                                       !@05A
019594     RECORDING MODE F                                             !@05A
019595     BLOCK CONTAINS 0                                             !@05A
019596     RECORD CONTAINS 80 CHARACTERS.                               !@05A
019597 01  SUBA-RECORD.                                                 !@05A
019598     05  SUBA-REPTNUM        PIC XXX.                             !@05A
019599     05  FILLER              PIC X(77).                           !@05A
019600 FD  PRINT-OUT-FILE
019700     LABEL RECORDS STANDARD
019800     RECORDING MODE F
019900     BLOCK CONTAINS 0
020000     RECORD CONTAINS 8192 CHARACTERS.
020100 01  PRINT-OUT-RECORD        PIC X(8192).
020200 FD  EPRS-FILE
020300     LABEL RECORDS STANDARD
020400     RECORDING MODE F
020500     BLOCK CONTAINS 0
020600     RECORD CONTAINS 8192 CHARACTERS.
020700 01  EPRS-RECORD             PIC X(8192).
020800* one record per paperless group, for the customer portal.
020900 FD  ENOT-FILE
021000     LABEL RECORDS STANDARD
021100     RECORDING MODE F
021200     BLOCK CONTAINS 0
021300     RECORD CONTAINS 120 CHARACTERS.
021400 01  ENOT-RECORD.
021500     05  ENOT-GRPNAME        PIC X(44).
021600     05  FILLER              PIC X.
021700     05  ENOT-ACCTNO         PIC X(20).
021800     05  FILLER              PIC X.
021900     05  ENOT-JOBNAME        PIC X(8).
022000     05  FILLER              PIC X.
022100     05  ENOT-REPTNUM        PIC XXX.
022200     05  FILLER              PIC X.
022300     05  ENOT-REPTDATE       PIC X(8).
022400     05  FILLER              PIC X.
022500     05  ENOT-RUNDATE        PIC 9(8).
022600     05  FILLER              PIC X.
022700     05  ENOT-FIRST-PAGE     PIC 9(8).
022800     05  FILLER              PIC X.
022900     05  ENOT-LAST-PAGE      PIC 9(8).
023000     05  FILLER              PIC X(6).
023003* the groups held for a bad address, as ACIF wrote them.          !@02A
023007 FD  RTSH-FILE                                                    !@02A
023011     LABEL RECORDS STANDARD                                       !@02A
023014     RECORDING MODE F                                             !@02A
023018     BLOCK CONTAINS 0                                             !@02A
023022     RECORD CONTAINS 8192 CHARACTERS.                             !@02A
023025 01  RTSH-RECORD             PIC X(8192).                         !@02A
023029* one record per named group, tying it to its account.            !@02A
023033 FD  GACC-FILE                                                    !@02A
023037     LABEL RECORDS STANDARD                                       !@02A
023040     RECORDING MODE F                                             !@02A
023044     BLOCK CONTAINS 0                                             !@02A
023048     RECORD CONTAINS 100 CHARACTERS.                              !@02A
023051 01  GACC-RECORD.                                                 !@02A
023055     05  GACC-GRPNAME        PIC X(44).                           !@02A
023059     05  FILLER              PIC X.                               !@02A
023062     05  GACC-FIRST-PAGE     PIC 9(8).                            !@02A
023066     05  FILLER              PIC X.                               !@02A
023070     05  GACC-LAST-PAGE      PIC 9(8).                            !@02A
023074     05  FILLER              PIC X.                               !@02A
023077     05  GACC-JOBNAME        PIC X(8).                            !@02A
023081     05  FILLER              PIC X.                               !@02A
023085     05  GACC-ACCTNO         PIC X(20).                           !@02A
023088     05  FILLER              PIC X.                               !@02A
023092     05  GACC-DELIVERY       PIC X.                               !@02A
023096     05  FILLER              PIC X(6).                            !@02A
023098* one record per statement APKINPXT's suppression rules took, by  !@04A
023100* its first and last Begin Page ordinal.                          !@04A
023102 FD  SSUP-FILE                                                    !@04A
023104     LABEL RECORDS STANDARD                                       !@04A
023106     RECORDING MODE F                                             !@04A
023109     BLOCK CONTAINS 0                                             !@04A
023111     RECORD CONTAINS 80 CHARACTERS.                               !@04A
023113 01  SSUP-RECORD.                                                 !@04A
023115     05  SSUP-FIRST-PAGE     PIC 9(8).                            !@04A
023117     05  FILLER              PIC X.                               !@04A
023119     05  SSUP-LAST-PAGE      PIC 9(8).                            !@04A
023122     05  FILLER              PIC X.                               !@04A
023124     05  SSUP-REPTNUM        PIC XXX.                             !@04A
023126     05  FILLER              PIC X.                               !@04A
023128     05  SSUP-REPTDATE       PIC X(8).                            !@04A
023130     05  FILLER              PIC X.                               !@04A
023132     05  SSUP-ACCTNO         PIC X(20).                           !@04A
023135     05  FILLER              PIC X.                               !@04A
023137     05  SSUP-RULE-ID        PIC X(8).                            !@04A
023139     05  FILLER              PIC X.                               !@04A
023141     05  SSUP-PAGECNT        PIC 9(8).                            !@04A
023143     05  FILLER              PIC X(11).                           !@04A
023145* one record per group dropped from the mail by a suppression     !@04A
023148* rule, appended to the shared log.                               !@04A
023150 FD  SSPL-FILE                                                    !@04A
023152     LABEL RECORDS STANDARD                                       !@04A
023154     RECORDING MODE F                                             !@04A
023156     BLOCK CONTAINS 0                                             !@04A
023158     RECORD CONTAINS 120 CHARACTERS.                              !@04A
023161 01  SSPL-RECORD.                                                 !@04A
023163     05  SSPL-GRPNAME        PIC X(44).                           !@04A
023165     05  FILLER              PIC X.                               !@04A
023167     05  SSPL-ACCTNO         PIC X(20).                           !@04A
023169     05  FILLER              PIC X.                               !@04A
023171     05  SSPL-RULE-ID        PIC X(8).                            !@04A
023174     05  FILLER              PIC X.                               !@04A
023176     05  SSPL-REPTNUM        PIC XXX.                             !@04A
023178     05  FILLER              PIC X.                               !@04A
023180     05  SSPL-REPTDATE       PIC X(8).                            !@04A
023182     05  FILLER              PIC X.                               !@04A
023184     05  SSPL-JOBNAME        PIC X(8).                            !@04A
023187     05  FILLER              PIC X.                               !@04A
023189     05  SSPL-RUNDATE        PIC 9(8).                            !@04A
023191     05  FILLER              PIC X.                               !@04A
023193     05  SSPL-PAGECNT        PIC 9(8).                            !@04A
023195     05  FILLER              PIC X(6).                            !@04A
023197     EJECT
023200 WORKING-STORAGE SECTION.
023300 77  PGMNAME                 PIC X(8) VALUE 'APKEDLV'.
023400 77  AFPWRITE                PIC X(8) VALUE 'AFPWRITE'.
023500 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.
023600 77  WTO-MSGID               PIC X(8) VALUE SPACES.
023700 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.
023800 77  NDXV-STATUS             PIC XX VALUE SPACES.
023900 77  AFP-EOF-FLAG            PIC X VALUE LOW-VALUE.
024000     88  AFP-EOF             VALUE HIGH-VALUE.
024100     88  AFP-NOTEOF          VALUE LOW-VALUE.
024200 77  NDXV-EOF-FLAG           PIC X VALUE LOW-VALUE.
024300     88  NDXV-EOF            VALUE HIGH-VALUE.
024400     88  NDXV-NOTEOF         VALUE LOW-VALUE.
024500 77  NDXV-HELD-FLAG          PIC X VALUE LOW-VALUE.
024600     88  NDXV-HELD           VALUE HIGH-VALUE.
024700     88  NDXV-NOTHELD        VALUE LOW-VALUE.
024800 77  NDXV-WARNED-FLAG        PIC X VALUE LOW-VALUE.
024900     88  NDXV-WARNED         VALUE HIGH-VALUE.
025000     88  NDXV-NOTWARNED      VALUE LOW-VALUE.
025100 77  GXRF-EOF-FLAG           PIC X VALUE LOW-VALUE.
025200     88  GXRF-EOF            VALUE HIGH-VALUE.
025300     88  GXRF-NOTEOF         VALUE LOW-VALUE.
025400* once the cross-reference has fallen out of step with the
025500* groups nothing more is marked; the step ends RC=8.
025600 77  GXRF-STEP-FLAG          PIC X VALUE LOW-VALUE.
025700     88  GXRF-OUT-OF-STEP    VALUE HIGH-VALUE.
025800     88  GXRF-IN-STEP        VALUE LOW-VALUE.
025900* the cross-reference file holds one contribution per ACIF run
026000* in the job (a restarted job extends it again), each closed by
026100* its trailer; this run's is the last, so the records ahead of
026200* it are passed over before the groups are matched.
026300 77  GXRF-SKIP-CNTR          PIC 9(8) BINARY VALUE ZERO.
026400 77  GXRF-REC-CNTR           PIC 9(8) BINARY VALUE ZERO.
026500 77  GXRF-PREV-START         PIC 9(8) BINARY VALUE ZERO.
026600 77  GXRF-CURR-START         PIC 9(8) BINARY VALUE ZERO.
026607* the hold list, and whether the record in hand is on it.         !@03A
026614 77  HOLD-CTL-EOF-FLAG       PIC X VALUE LOW-VALUE.               !@03A
026621     88  HOLD-CTL-EOF        VALUE HIGH-VALUE.                    !@03A
026628     88  HOLD-CTL-NOTEOF     VALUE LOW-VALUE.                     !@03A
026635 77  GROUP-HELD-FLAG         PIC X VALUE 'N'.                     !@03A
026642     88  GROUP-HELD          VALUE 'Y'.                           !@03A
026650     88  GROUP-NOT-HELD      VALUE 'N'.                           !@03A
026657 01  HOLD-LIST-TABLE.                                             !@03A
026664     05  HL-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@03A
026671     05  HL-ENTRY            OCCURS 50 TIMES                      !@03A
026678                             DEPENDING ON HL-CNTR                 !@03A
026685                             INDEXED BY HL-INDEX                  !@03A
026692                             PIC X(44).                           !@03A
026693* the suppressed statements, read forward like the index file.    !@04A
026694 77  SSUP-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@04A
026695     88  SSUP-EOF            VALUE HIGH-VALUE.                    !@04A
026696     88  SSUP-NOTEOF         VALUE LOW-VALUE.                     !@04A
026697 77  SSUP-HELD-FLAG          PIC X VALUE LOW-VALUE.               !@04A
026698     88  SSUP-HELD           VALUE HIGH-VALUE.                    !@04A
026699     88  SSUP-NOTHELD        VALUE LOW-VALUE.                     !@04A
026707* the archive-only reports, and whether the group in hand is one. !@05A
026715 77  SUBA-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@05A
026724     88  SUBA-EOF            VALUE HIGH-VALUE.                    !@05A
026732     88  SUBA-NOTEOF         VALUE LOW-VALUE.                     !@05A
026741 01  ARCHIVE-LIST-TABLE.                                          !@05A
026749     05  AL-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@05A
026757     05  AL-ENTRY            OCCURS 200 TIMES                     !@05A
026766                             DEPENDING ON AL-CNTR                 !@05A
026774                             INDEXED BY AL-INDEX                  !@05A
026783                             PIC XXX.                             !@05A
026791 77  PAGE-COUNT              PIC S9(8) BINARY VALUE ZERO.
026800 77  EPRS-PAGE-COUNT         PIC S9(8) BINARY VALUE ZERO.
026900 77  PRINT-CNTR              PIC 9(8) BINARY VALUE ZERO.
027000 77  EPRS-CNTR               PIC 9(8) BINARY VALUE ZERO.
027100 77  PRINT-PAGE-CNTR         PIC 9(8) BINARY VALUE ZERO.
027200 77  EDLV-GRP-CNTR           PIC 9(8) BINARY VALUE ZERO.
027300 77  PRINT-GRP-CNTR          PIC 9(8) BINARY VALUE ZERO.
027320 77  RTSH-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@02A
027340 77  RTSH-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@02A
027360 77  RTSH-GRP-CNTR           PIC 9(8) BINARY VALUE ZERO.          !@02A
027380 77  GACC-WRITE-CNTR         PIC 9(8) BINARY VALUE ZERO.          !@02A
027385 77  SUPP-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@04A
027390 77  SUPP-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@04A
027392 77  SUPP-GRP-CNTR           PIC 9(8) BINARY VALUE ZERO.          !@04A
027395 77  ARCH-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@05A
027396 77  ARCH-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@05A
027398 77  ARCH-GRP-CNTR           PIC 9(8) BINARY VALUE ZERO.          !@05A
027400 77  PRINT-DISP              PIC ZZZZ,ZZ9.
027500 77  EPRS-DISP               PIC ZZZZ,ZZ9.
027600 77  PAGE-DISP               PIC ZZZZ,ZZ9.
027700 77  GRP-DISP                PIC ZZZZ,ZZ9.
027800 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.
027900* where the record in hand goes: P the print dataset, E the       !@02C
028000* electronic-presentment dataset, R the bad-address hold, S       !@04C
028050* nowhere - a statement suppressed by rule - and A nowhere as     !@05C
028075* well, a report taken off print; both are DROPPED.               !@05A
028100 77  CURR-ROUTE              PIC X VALUE 'P'.
028200     88  ROUTE-PRINT         VALUE 'P'.
028300     88  ROUTE-EPRS          VALUE 'E'.
028350     88  ROUTE-RTSH          VALUE 'R'.                           !@02A
028375     88  ROUTE-SUPP          VALUE 'S'.                           !@04A
028383     88  ROUTE-ARCH          VALUE 'A'.                           !@05A
028391     88  ROUTE-DROPPED       VALUE 'S' 'A'.                       !@05A
028400* the group now open: whether one is, its name (the FQN GID
028500* triplet when the Begin Named Group carries one, the 8-byte
028600* token name otherwise), and the index values of its first
028700* page, which decide its route.
028800 77  GRP-ACTIVE-FLAG         PIC X VALUE LOW-VALUE.
028900     88  GRP-ACTIVE          VALUE HIGH-VALUE.
029000     88  GRP-NOTACTIVE       VALUE LOW-VALUE.
029100 77  GRP-NAME                PIC X(44) VALUE SPACES.
029200 77  GRP-NAME-LEN            PIC 9(4) BINARY VALUE ZERO.
029300 77  GRP-ACCTNO              PIC X(20) VALUE SPACES.
029400 77  GRP-REPTNUM             PIC XXX VALUE SPACES.
029500 77  GRP-REPTDATE            PIC X(8) VALUE SPACES.
029600 77  GRP-FIRST-EPAGE         PIC S9(8) BINARY VALUE ZERO.
029633 77  GRP-FIRST-SPAGE         PIC S9(8) BINARY VALUE ZERO.         !@04A
029666 77  GRP-RULE-ID             PIC X(8) VALUE SPACES.               !@04A
029700 77  TRIPLET-PTR             PIC 9(8) BINARY VALUE ZERO.
029800 77  TRIPLET-LENGTH          PIC 9(4) BINARY VALUE ZERO.
029900 01  BIN2-AREA.
030000     05  BIN2                PIC 9(4) BINARY VALUE ZERO.
030100     05  BIN2-X              REDEFINES BIN2.
030200         10  FILLER          PIC X.
030300         10  BIN2-2          PIC X.
030400* a Begin Named Group, and whatever follows it ahead of its first
030500* Begin Page, is held until that page's routing decision, so the
030600* whole group lands in one dataset.
030700 77  BNG-PENDING-FLAG        PIC X VALUE LOW-VALUE.
030800     88  BNG-PENDING         VALUE HIGH-VALUE.
030900     88  BNG-NOTPENDING      VALUE LOW-VALUE.
031000 77  MAX-PEND                PIC 9(4) BINARY VALUE 20.
031100 01  PEND-TABLE.
031200     05  PEND-CNTR           PIC 9(4) BINARY VALUE ZERO.
031300     05  PEND-ENTRY          OCCURS 20 TIMES
031400                             INDEXED BY PEND-INDEX
031500                             PIC X(8192).
031600* the most recent Invoke Medium Map seen in the stream, and the
031700* one last replayed into each of the two datasets.
031800 77  CURR-IMM-SEQ            PIC 9(8) BINARY VALUE ZERO.
031900 77  EPRS-IMM-SEQ            PIC 9(8) BINARY VALUE ZERO.
032000 77  PRINT-IMM-SEQ           PIC 9(8) BINARY VALUE ZERO.
032050 77  RTSH-IMM-SEQ            PIC 9(8) BINARY VALUE ZERO.          !@02A
032100 01  CURR-IMM-RECORD         PIC X(8192).
032200* the envelope records are assembled here, then written whole.
032300* the area is larger than a record: AFPWRITE maps its introducer
032400* plus a full 8192-byte data area over the buffer it is given,
032500* and space-pads the data portion to that size.
032600 77  EPRS-USED-FLAG          PIC X VALUE 'N'.
032700     88  EPRS-USED           VALUE 'Y'.
032800 77  ENV-REC-LEN             PIC 9(4) BINARY VALUE ZERO.
032900 77  ENV-DATA-LEN            PIC 9(9) BINARY VALUE ZERO.
033000 77  ENV-PTR                 POINTER.
033100 01  ENV-NAME-DATA           PIC X(8) VALUE 'EDELIVER'.
033200 01  ENV-RECORD-AREA         PIC X(8201).
033300 01  AFP-WORK-RECORD         PIC X(8192).
033311* the trailer closing this job's group-to-account contribution.   !@02A
033322 01  TRLR-RECORD.                                                 !@02A
033333     05  FILLER              PIC X(8) VALUE '*TRAILER'.           !@02A
033344     05  FILLER              PIC X VALUE SPACE.                   !@02A
033355     05  TRLR-EXIT-ID        PIC X(8) VALUE 'APKEDLV'.            !@02A
033366     05  FILLER              PIC X VALUE SPACE.                   !@02A
033377     05  TRLR-COUNT          PIC 9(8) VALUE ZERO.                 !@02A
033388     05  FILLER              PIC X(74) VALUE SPACES.              !@02A
033400     SKIP1
033500/ AFP STRUCTURED FIELD DEFINITIONS.
033600     COPY STRFLDS SUPPRESS.
033700 TITLE 'Initialization and Main Line'.
033800 PROCEDURE DIVISION.
033900 0000-MAINLINE.
034000     ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
034050     PERFORM 0030-LOAD-HOLD-LIST.                                 !@03A
034075     PERFORM 0035-LOAD-ARCHIVE-LIST.                              !@05A
034100     OPEN INPUT AFP-IN-FILE.
034200     OPEN INPUT NDXV-FILE.
034300     PERFORM 0050-FIND-CONTRIBUTION.
034400     OPEN OUTPUT PRINT-OUT-FILE, EPRS-FILE, ENOT-FILE, RTSH-FILE. !@02C
034450     OPEN EXTEND GACC-FILE.                                       !@02A
034466     OPEN INPUT SSUP-FILE.                                        !@04A
034483     OPEN EXTEND SSPL-FILE.                                       !@04A
034500     SET AFP-NOTEOF TO TRUE.
034600     SET NDXV-NOTEOF TO TRUE.
034700     PERFORM 0100-SPLIT-AFP-RECORD
034800         UNTIL AFP-EOF.
034900     PERFORM 0600-FINISH-OPEN-GROUP.
035000     PERFORM 0530-CHECK-GXRF-END.
035100     IF EPRS-USED
035200      THEN
035300       PERFORM 0410-WRITE-ENVELOPE-EDT
035400     END-IF.
035500     CLOSE AFP-IN-FILE, NDXV-FILE, GXRF-FILE.
035525     MOVE GACC-WRITE-CNTR TO TRLR-COUNT.                          !@02A
035550     WRITE GACC-RECORD FROM TRLR-RECORD.                          !@02A
035575     CLOSE GACC-FILE.                                             !@02A
035587     CLOSE SSUP-FILE, SSPL-FILE.                                  !@04A
035600     CLOSE PRINT-OUT-FILE, EPRS-FILE, ENOT-FILE, RTSH-FILE.       !@02C
035700     PERFORM 0700-REPORT-COUNTS.
035800     IF GXRF-OUT-OF-STEP
035900      THEN
036000       MOVE 'APK022E' TO WTO-MSGID;
036100       MOVE 'APKEDLV GROUP XREF OUT OF STEP, HOLD INSERTER RUN'
036200         TO WTO-MSGTEXT;
036300       CALL APKWTO-PGM USING WTO-MSGID, WTO-MSGTEXT;
036400       MOVE 8 TO RETURN-CODE
036500     END-IF.
036600     STOP RUN.
036700     EJECT
036702 0030-LOAD-HOLD-LIST.                                             !@03A
036705* the legal-hold group names APKOUTXT diverts by; an absent or    !@03A
036708* empty member holds nothing, as in the exit.                     !@03A
036711     OPEN INPUT HOLD-CTL-FILE.                                    !@03A
036714     SET HOLD-CTL-NOTEOF TO TRUE.                                 !@03A
036717     PERFORM UNTIL HOLD-CTL-EOF                                   !@03A
036720       READ HOLD-CTL-FILE                                         !@03A
036723        AT END                                                    !@03A
036726         SET HOLD-CTL-EOF TO TRUE                                 !@03A
036729        NOT AT END                                                !@03A
036732         IF HCTL-GRPNAME NOT = SPACES                             !@03A
036735            AND HCTL-GRPNAME (1 : 1) NOT = '*'                    !@03A
036738            AND HL-CNTR < 50                                      !@03A
036741          THEN                                                    !@03A
036744           ADD 1 TO HL-CNTR;                                      !@03A
036747           SET HL-INDEX TO HL-CNTR;                               !@03A
036750           MOVE HCTL-GRPNAME TO HL-ENTRY (HL-INDEX)               !@03A
036752         END-IF                                                   !@03A
036755       END-READ                                                   !@03A
036758     END-PERFORM.                                                 !@03A
036759     CLOSE HOLD-CTL-FILE.                                         !@03A
036761 0035-LOAD-ARCHIVE-LIST.                                          !@05A
036762* the reports APKSUBR took off print; an empty list takes none.   !@05A
036763     OPEN INPUT SUBA-FILE.                                        !@05A
036764     SET SUBA-NOTEOF TO TRUE.                                     !@05A
036765     PERFORM UNTIL SUBA-EOF                                       !@05A
036766       READ SUBA-FILE                                             !@05A
036767        AT END                                                    !@05A
036768         SET SUBA-EOF TO TRUE                                     !@05A
036769        NOT AT END                                                !@05A
036770         IF SUBA-REPTNUM NOT = SPACES                             !@05A
036771            AND AL-CNTR < 200                                     !@05A
036772          THEN                                                    !@05A
036773           ADD 1 TO AL-CNTR;                                      !@05A
036774           SET AL-INDEX TO AL-CNTR;                               !@05A
036775           MOVE SUBA-REPTNUM TO AL-ENTRY (AL-INDEX)               !@05A
036776         END-IF                                                   !@05A
036777       END-READ                                                   !@05A
036778     END-PERFORM.                                                 !@05A
036779     CLOSE SUBA-FILE.                                             !@05A
036780 0040-CHECK-HOLD-LIST.                                            !@03A
036781     SET GROUP-NOT-HELD TO TRUE.                                  !@03A
036782     IF HL-CNTR > 0                                               !@03A
036783      THEN                                                        !@03A
036784       SET HL-INDEX TO 1;                                         !@03A
036785       SEARCH HL-ENTRY                                            !@03A
036786        AT END                                                    !@03A
036787         CONTINUE                                                 !@03A
036788        WHEN HL-ENTRY (HL-INDEX) = GXRF-GRPNAME                   !@03A
036791         SET GROUP-HELD TO TRUE                                   !@03A
036794       END-SEARCH                                                 !@03A
036797     END-IF.                                                      !@03A
036800 0050-FIND-CONTRIBUTION.
036900* one pass counts the records ahead of the last contribution;
037000* the file is then reopened for update and positioned there.
037100     MOVE ZERO TO GXRF-REC-CNTR, GXRF-PREV-START, GXRF-CURR-START.
037200     OPEN INPUT GXRF-FILE.
037300     PERFORM UNTIL GXRF-EOF
037400       READ GXRF-FILE
037500        AT END
037600         SET GXRF-EOF TO TRUE
037700        NOT AT END
037800         ADD 1 TO GXRF-REC-CNTR;
037900         IF GXRF-GRPNAME (1 : 8) = '*TRAILER'
038000          THEN
038100           MOVE GXRF-CURR-START TO GXRF-PREV-START;
038200           MOVE GXRF-REC-CNTR TO GXRF-CURR-START
038300         END-IF
038400       END-READ
038500     END-PERFORM.
038600     CLOSE GXRF-FILE.
038700* a file ending in a trailer ends with this run's contribution,
038800* which began after the trailer before it.
038900     IF GXRF-CURR-START = GXRF-REC-CNTR
039000      THEN
039100       MOVE GXRF-PREV-START TO GXRF-SKIP-CNTR
039200      ELSE
039300       MOVE GXRF-CURR-START TO GXRF-SKIP-CNTR
039400     END-IF.
039500     SET GXRF-NOTEOF TO TRUE.
039600     OPEN I-O GXRF-FILE.
039700     PERFORM 0055-SKIP-GXRF-RECORD
039800         UNTIL GXRF-SKIP-CNTR = ZERO OR GXRF-EOF.
039900 0055-SKIP-GXRF-RECORD.
040000     READ GXRF-FILE
040100      AT END
040200       SET GXRF-EOF TO TRUE
040300     END-READ.
040400     SUBTRACT 1 FROM GXRF-SKIP-CNTR.
040500 0100-SPLIT-AFP-RECORD.
040600* every named group goes whole to the dataset its first page
040700* routes it to; everything outside a group stays in print.
040800     READ AFP-IN-FILE
040900      AT END
041000       SET AFP-EOF TO TRUE
041100      NOT AT END
041200       IF AFPI-CC = X'5A'
041300        THEN
041400         PERFORM 0110-SELECT-AFP-RECORD
041500        ELSE
041600         MOVE AFP-IN-RECORD TO AFP-WORK-RECORD;
041700         PERFORM 0320-WRITE-PRINT-RECORD
041800       END-IF
041900     END-READ.
042000 0110-SELECT-AFP-RECORD.
042100     EVALUATE AFPI-SFTYPE
042200      WHEN SF-IMM
042300       ADD 1 TO CURR-IMM-SEQ;
042400       MOVE AFP-IN-RECORD TO CURR-IMM-RECORD;
042500      WHEN SF-BNG
042600       PERFORM 0600-FINISH-OPEN-GROUP;
042700       PERFORM 0200-BEGIN-GROUP;
042800      WHEN SF-ENG
042900       PERFORM 0250-END-GROUP;
043000      WHEN SF-BPG
043100       ADD 1 TO PAGE-COUNT;
043200       IF BNG-PENDING
043300        THEN
043400         PERFORM 0220-ROUTE-GROUP
043500       END-IF;
043600       PERFORM 0230-BEGIN-PAGE;
043700      WHEN OTHER
043800       IF BNG-PENDING
043900        THEN
044000         PERFORM 0210-HOLD-RECORD
044100        ELSE
044200         PERFORM 0300-WRITE-TO-OUTPUT
044300       END-IF;
044400     END-EVALUATE.
044500     EJECT
044600 0200-BEGIN-GROUP.
044700* a named group opens: remember its name and hold the bracket
044800* until its first page decides where the group goes.
044900     SET GRP-ACTIVE TO TRUE.
045000     MOVE SPACES TO GRP-NAME.
045100     MOVE SPACES TO GRP-ACCTNO, GRP-REPTNUM, GRP-REPTDATE.
045200     IF AFPI-SFLEN > 16
045300      THEN
045400       MOVE AFPI-SFDATA (1 : 8) TO GRP-NAME (1 : 8)
045500      ELSE
045600       IF AFPI-SFLEN > 8
045700        THEN
045800         MOVE AFPI-SFDATA (1 : AFPI-SFLEN - 8)
045900           TO GRP-NAME (1 : AFPI-SFLEN - 8)
046000       END-IF
046100     END-IF.
046200* the triplets, when present, begin after the token name.
046300     MOVE 9 TO TRIPLET-PTR.
046400     PERFORM 0205-SCAN-GROUP-TRIPLET
046500         UNTIL TRIPLET-PTR >= AFPI-SFLEN - 8.
046600     MOVE ZERO TO PEND-CNTR.
046700     PERFORM 0210-HOLD-RECORD.
046800     SET BNG-PENDING TO TRUE.
046900 0205-SCAN-GROUP-TRIPLET.
047000* a zero-length triplet would loop forever; a malformed one
047100* ends the scan.
047200     MOVE AFPI-SFDATA (TRIPLET-PTR : 1) TO BIN2-2.
047300     MOVE BIN2 TO TRIPLET-LENGTH.
047400     IF TRIPLET-LENGTH < 2
047500      THEN
047600       MOVE AFPI-SFLEN TO TRIPLET-PTR
047700      ELSE
047800       IF AFPI-SFDATA (TRIPLET-PTR + 1 : 1) = TR-FQN (2 : 1)
047900          AND AFPI-SFDATA (TRIPLET-PTR + 2 : 1) = FQN-GID
048000          AND TRIPLET-LENGTH > 3
048100        THEN
048200         SUBTRACT 3 FROM TRIPLET-LENGTH GIVING GRP-NAME-LEN;
048300         IF GRP-NAME-LEN > LENGTH OF GRP-NAME
048400          THEN
048500           MOVE LENGTH OF GRP-NAME TO GRP-NAME-LEN
048600         END-IF;
048700         IF GRP-NAME-LEN > 0
048800          THEN
048900           MOVE SPACES TO GRP-NAME;
049000           MOVE AFPI-SFDATA (TRIPLET-PTR + 3 : GRP-NAME-LEN)
049100             TO GRP-NAME (1 : GRP-NAME-LEN)
049200         END-IF
049300       END-IF;
049400       ADD TRIPLET-LENGTH TO TRIPLET-PTR
049500     END-IF.
049600 0210-HOLD-RECORD.
049700* a record held behind the pending bracket. a group with more
049800* records ahead of its first page than the hold area takes is
049900* decided on the spot - on paper, the safe side.
050000     IF PEND-CNTR >= MAX-PEND
050100      THEN
050200       SET ROUTE-PRINT TO TRUE;
050300       ADD 1 TO PRINT-GRP-CNTR;
050400       PERFORM 0240-RELEASE-HELD-RECORDS;
050500       PERFORM 0300-WRITE-TO-OUTPUT
050600      ELSE
050700       ADD 1 TO PEND-CNTR;
050800       SET PEND-INDEX TO PEND-CNTR;
050900       MOVE AFP-IN-RECORD TO PEND-ENTRY (PEND-INDEX)
051000     END-IF.
051100 0220-ROUTE-GROUP.
051200* the group's first page: its index value record, found by the
051300* running Begin Page count, decides the route for the whole
051400* group. a page with no index record delivers on paper.
051500     SET ROUTE-PRINT TO TRUE.
051600     PERFORM 0225-GET-PAGE-VALUES.
051620     IF ROUTE-PRINT                                               !@04A
051640      THEN                                                        !@04A
051660       PERFORM 0226-CHECK-SUPPRESSION                             !@04A
051664     END-IF.                                                      !@05A
051668     IF ROUTE-PRINT                                               !@05A
051672      THEN                                                        !@05A
051676       PERFORM 0227-CHECK-ARCHIVE-ONLY                            !@05A
051680     END-IF.                                                      !@04A
051700     IF ROUTE-EPRS
051800      THEN
051900       ADD 1 TO EDLV-GRP-CNTR;
052000       COMPUTE GRP-FIRST-EPAGE = EPRS-PAGE-COUNT + 1
052100      ELSE
052120       IF ROUTE-RTSH                                              !@02A
052140        THEN                                                      !@02A
052160         ADD 1 TO RTSH-GRP-CNTR                                   !@02A
052180        ELSE                                                      !@02A
052183         IF ROUTE-DROPPED                                         !@05C
052186          THEN                                                    !@04A
052188           IF ROUTE-SUPP                                          !@05C
052190            THEN                                                  !@05A
052191             ADD 1 TO SUPP-GRP-CNTR;                              !@05A
052192             COMPUTE GRP-FIRST-SPAGE = SUPP-PAGE-CNTR + 1         !@05A
052193            ELSE                                                  !@05A
052194             ADD 1 TO ARCH-GRP-CNTR                               !@05A
052195           END-IF                                                 !@05A
052196          ELSE                                                    !@04A
052200           ADD 1 TO PRINT-GRP-CNTR                                !@04C
052225         END-IF                                                   !@04A
052250       END-IF                                                     !@02A
052300     END-IF.
052400     PERFORM 0240-RELEASE-HELD-RECORDS.
052500 0225-GET-PAGE-VALUES.
052600* the index file is read forward in step with the pages. a
052700* read that got ahead of the page count is held and re-used,
052800* so a page with no record of its own cannot consume its
052900* successor's.
053000     PERFORM UNTIL NDXV-EOF
053100         OR (NDXV-HELD AND NDXV-PAGENUM >= PAGE-COUNT)
053200       READ NDXV-FILE NEXT RECORD
053300        AT END
053400         SET NDXV-EOF TO TRUE
053500        NOT AT END
053600         SET NDXV-HELD TO TRUE
053700       END-READ
053800     END-PERFORM.
053900     IF NDXV-HELD AND NOT NDXV-EOF
054000        AND NDXV-PAGENUM = PAGE-COUNT
054100      THEN
054200       MOVE NDXV-ACCTNO TO GRP-ACCTNO;
054300       MOVE NDXV-REPTNUM TO GRP-REPTNUM;
054400       MOVE NDXV-REPTDATE TO GRP-REPTDATE;
054500       IF NDXV-PAPERLESS
054600        THEN
054700         SET ROUTE-EPRS TO TRUE
054720       END-IF;                                                    !@02A
054740       IF NDXV-RETURNED                                           !@02A
054760        THEN                                                      !@02A
054780         SET ROUTE-RTSH TO TRUE                                   !@02A
054800       END-IF;
054900       SET NDXV-NOTHELD TO TRUE
055000      ELSE
055100       IF NDXV-NOTWARNED
055200        THEN
055300         DISPLAY PGMNAME ' NO INDEX VALUES FOR PAGE, GROUP'
055400           ' DELIVERED ON PAPER. PAGE NUMBERING MAY HAVE'
055500           ' DIVERGED FROM THE INDEX FILE.';
055600         SET NDXV-WARNED TO TRUE
055700       END-IF
055800     END-IF.
055804 0226-CHECK-SUPPRESSION.                                          !@04A
055809* the suppressed statements are read forward in step with the     !@04A
055813* pages, as the index file is. a paper group whose first page     !@04A
055818* falls within one, of the same report and account, is dropped.   !@04A
055822     PERFORM UNTIL SSUP-EOF                                       !@04A
055827         OR (SSUP-HELD AND SSUP-LAST-PAGE >= PAGE-COUNT)          !@04A
055831       READ SSUP-FILE                                             !@04A
055836        AT END                                                    !@04A
055840         SET SSUP-EOF TO TRUE                                     !@04A
055845        NOT AT END                                                !@04A
055850         SET SSUP-HELD TO TRUE                                    !@04A
055854       END-READ                                                   !@04A
055859     END-PERFORM.                                                 !@04A
055863     IF SSUP-HELD AND NOT SSUP-EOF                                !@04A
055868        AND SSUP-FIRST-PAGE NOT > PAGE-COUNT                      !@04A
055872        AND SSUP-REPTNUM = GRP-REPTNUM                            !@04A
055877        AND SSUP-ACCTNO = GRP-ACCTNO                              !@04A
055881      THEN                                                        !@04A
055886       SET ROUTE-SUPP TO TRUE;                                    !@04A
055890       MOVE SSUP-RULE-ID TO GRP-RULE-ID                           !@04A
055895     END-IF.                                                      !@04A
055902 0227-CHECK-ARCHIVE-ONLY.                                         !@05A
055909* a paper group of a report whose subscription has lapsed beyond  !@05A
055916* its grace period is dropped.                                    !@05A
055923     IF AL-CNTR > 0                                               !@05A
055930      THEN                                                        !@05A
055937       SET AL-INDEX TO 1;                                         !@05A
055944       SEARCH AL-ENTRY                                            !@05A
055951        AT END                                                    !@05A
055958         CONTINUE                                                 !@05A
055965        WHEN AL-ENTRY (AL-INDEX) = GRP-REPTNUM                    !@05A
055972         SET ROUTE-ARCH TO TRUE                                   !@05A
055979       END-SEARCH                                                 !@05A
055986     END-IF.                                                      !@05A
055993 0230-BEGIN-PAGE.
056000* the Begin Page itself; the page gets the current medium map
056100* first when the dataset it is bound for last invoked a
056200* different one.
056300     IF ROUTE-EPRS
056400      THEN
056500       ADD 1 TO EPRS-PAGE-COUNT;
056600       IF CURR-IMM-SEQ > ZERO
056700          AND EPRS-IMM-SEQ NOT = CURR-IMM-SEQ
056800        THEN
056900         MOVE CURR-IMM-SEQ TO EPRS-IMM-SEQ;
057000         MOVE CURR-IMM-RECORD TO AFP-WORK-RECORD;
057100         PERFORM 0330-WRITE-EPRS-RECORD
057200       END-IF
057300      ELSE
057308       IF ROUTE-RTSH                                              !@02A
057316        THEN                                                      !@02A
057325         ADD 1 TO RTSH-PAGE-CNTR;                                 !@02A
057333         IF CURR-IMM-SEQ > ZERO                                   !@02A
057341            AND RTSH-IMM-SEQ NOT = CURR-IMM-SEQ                   !@02A
057350          THEN                                                    !@02A
057358           MOVE CURR-IMM-SEQ TO RTSH-IMM-SEQ;                     !@02A
057366           MOVE CURR-IMM-RECORD TO AFP-WORK-RECORD;               !@02A
057375           PERFORM 0340-WRITE-RTSH-RECORD                         !@02A
057383         END-IF                                                   !@02A
057391        ELSE                                                      !@02A
057392         IF ROUTE-DROPPED                                         !@05C
057394          THEN                                                    !@04A
057396           IF ROUTE-SUPP                                          !@05C
057409            THEN                                                  !@05A
057422             ADD 1 TO SUPP-PAGE-CNTR                              !@05A
057435            ELSE                                                  !@05A
057448             ADD 1 TO ARCH-PAGE-CNTR                              !@05A
057461           END-IF                                                 !@05A
057474          ELSE                                                    !@04A
057487           ADD 1 TO PRINT-PAGE-CNTR;                              !@04C
057500           IF CURR-IMM-SEQ > ZERO                                 !@04C
057600              AND PRINT-IMM-SEQ NOT = CURR-IMM-SEQ                !@04C
057700            THEN                                                  !@04C
057800             MOVE CURR-IMM-SEQ TO PRINT-IMM-SEQ;                  !@04C
057900             MOVE CURR-IMM-RECORD TO AFP-WORK-RECORD;             !@04C
058000             PERFORM 0320-WRITE-PRINT-RECORD                      !@04C
058100           END-IF                                                 !@04C
058125         END-IF                                                   !@04A
058150       END-IF                                                     !@02A
058200     END-IF.
058300     PERFORM 0300-WRITE-TO-OUTPUT.
058400 0240-RELEASE-HELD-RECORDS.
058500* the held bracket and its followers go out, in their order,
058600* to the route just decided.
058700     PERFORM 0245-RELEASE-ONE-RECORD
058800         VARYING PEND-INDEX FROM 1 BY 1
058900         UNTIL PEND-INDEX > PEND-CNTR.
059000     MOVE ZERO TO PEND-CNTR.
059100     SET BNG-NOTPENDING TO TRUE.
059200 0245-RELEASE-ONE-RECORD.
059300     MOVE PEND-ENTRY (PEND-INDEX) TO AFP-WORK-RECORD.
059400     PERFORM 0310-WRITE-WORK-RECORD.
059500     EJECT
059600 0250-END-GROUP.
059700* the group closes. a group that never reached a page goes out
059800* in print, where its cross-reference record says it is. the
059900* End Named Group follows the group's pages; a paperless group
060000* then gets its portal notification and its cross-reference
060100* record marked; a bad-address group has its record marked too.   !@02C
060150* a suppressed group has its record marked and is logged, a       !@05C
060162* group taken off print has it marked. every                      !@05A
060175* group is tied to its account on the APKGACC file.               !@04A
060200     IF BNG-PENDING
060300      THEN
060400       SET ROUTE-PRINT TO TRUE;
060500       ADD 1 TO PRINT-GRP-CNTR;
060600       PERFORM 0240-RELEASE-HELD-RECORDS
060700     END-IF.
060800     PERFORM 0300-WRITE-TO-OUTPUT.
060900     IF GRP-ACTIVE
061000      THEN
061100       PERFORM 0500-NEXT-GXRF-RECORD;
061200       IF ROUTE-EPRS
061300        THEN
061400         PERFORM 0510-MARK-GXRF-RECORD;
061500         PERFORM 0520-WRITE-NOTIFICATION
061600       END-IF;                                                    !@02C
061616       IF ROUTE-RTSH                                              !@02A
061633        THEN                                                      !@02A
061650         PERFORM 0510-MARK-GXRF-RECORD                            !@02A
061666       END-IF;                                                    !@02A
061668       IF ROUTE-SUPP                                              !@04A
061671        THEN                                                      !@04A
061674         PERFORM 0510-MARK-GXRF-RECORD;                           !@04A
061677         PERFORM 0550-WRITE-SUPPRESSION-LOG                       !@04A
061678       END-IF;                                                    !@04A
061679       IF ROUTE-ARCH                                              !@05A
061680        THEN                                                      !@05A
061681         PERFORM 0510-MARK-GXRF-RECORD                            !@05A
061682       END-IF;                                                    !@05A
061683       PERFORM 0540-WRITE-GROUP-ACCOUNT                           !@02A
061700     END-IF.
061800     SET GRP-NOTACTIVE TO TRUE.
061900     SET ROUTE-PRINT TO TRUE.
062000     EJECT
062100 0300-WRITE-TO-OUTPUT.
062200     MOVE AFP-IN-RECORD TO AFP-WORK-RECORD.
062300     PERFORM 0310-WRITE-WORK-RECORD.
062400 0310-WRITE-WORK-RECORD.
062500     IF ROUTE-EPRS
062600      THEN
062700       PERFORM 0330-WRITE-EPRS-RECORD
062800      ELSE
062820       IF ROUTE-RTSH                                              !@02A
062840        THEN                                                      !@02A
062860         PERFORM 0340-WRITE-RTSH-RECORD                           !@02A
062880        ELSE                                                      !@02A
062884         IF ROUTE-DROPPED                                         !@05C
062888          THEN                                                    !@04A
062889           IF ROUTE-SUPP                                          !@05C
062890            THEN                                                  !@05A
062892             ADD 1 TO SUPP-CNTR                                   !@05A
062893            ELSE                                                  !@05A
062894             ADD 1 TO ARCH-CNTR                                   !@05A
062895           END-IF                                                 !@05A
062896          ELSE                                                    !@04A
062900           PERFORM 0320-WRITE-PRINT-RECORD                        !@04C
062925         END-IF                                                   !@04A
062950       END-IF                                                     !@02A
063000     END-IF.
063100 0320-WRITE-PRINT-RECORD.
063200     WRITE PRINT-OUT-RECORD FROM AFP-WORK-RECORD.
063300     ADD 1 TO PRINT-CNTR.
063400 0330-WRITE-EPRS-RECORD.
063500* the electronic-presentment dataset's envelope opens ahead of
063600* its first record.
063700     IF NOT EPRS-USED
063800      THEN
063900       MOVE 'Y' TO EPRS-USED-FLAG;
064000       PERFORM 0400-WRITE-ENVELOPE-BDT
064100     END-IF.
064200     WRITE EPRS-RECORD FROM AFP-WORK-RECORD.
064300     ADD 1 TO EPRS-CNTR.
064320 0340-WRITE-RTSH-RECORD.                                          !@02A
064340* a bad-address group goes out as ACIF wrote it, no envelope.     !@02A
064360     WRITE RTSH-RECORD FROM AFP-WORK-RECORD.                      !@02A
064380     ADD 1 TO RTSH-CNTR.                                          !@02A
064400 0400-WRITE-ENVELOPE-BDT.
064500* the dataset's own Begin Document, built by AFPWRITE, the
064600* shared AFPDS builder in APKSFBLD, then written as its own
064700* record, padded with nulls to the fixed record length.
064800     MOVE LOW-VALUES TO ENV-RECORD-AREA.
064900     SET ENV-PTR TO ADDRESS OF ENV-RECORD-AREA.
065000     MOVE LENGTH OF ENV-NAME-DATA TO ENV-DATA-LEN.
065100     CALL AFPWRITE USING SF-BDT,
065200                         ENV-NAME-DATA,
065300                         ENV-DATA-LEN,
065400                         BY REFERENCE ENV-REC-LEN,
065500                         ENV-PTR.
065600     WRITE EPRS-RECORD FROM ENV-RECORD-AREA (1 : 8192).
065700     ADD 1 TO EPRS-CNTR.
065800 0410-WRITE-ENVELOPE-EDT.
065900     MOVE LOW-VALUES TO ENV-RECORD-AREA.
066000     SET ENV-PTR TO ADDRESS OF ENV-RECORD-AREA.
066100     MOVE LENGTH OF ENV-NAME-DATA TO ENV-DATA-LEN.
066200     CALL AFPWRITE USING SF-EDT,
066300                         ENV-NAME-DATA,
066400                         ENV-DATA-LEN,
066500                         BY REFERENCE ENV-REC-LEN,
066600                         ENV-PTR.
066700     WRITE EPRS-RECORD FROM ENV-RECORD-AREA (1 : 8192).
066800     ADD 1 TO EPRS-CNTR.
066900     EJECT
067000 0500-NEXT-GXRF-RECORD.
067100* the cross-reference holds one record per named group, in the
067200* order the groups were written, closed by the contribution's
067300* trailer; step to this group's record and check it is this
067400* group's.
067500     IF GXRF-IN-STEP
067600      THEN
067700       PERFORM 0505-READ-GXRF;
067800       IF GXRF-EOF
067900          OR GXRF-GRPNAME NOT = GRP-NAME
068000        THEN
068100         DISPLAY PGMNAME ' GROUP CROSS-REFERENCE OUT OF STEP AT'
068200           ' GROUP ' GRP-NAME '. NO FURTHER GROUPS MARKED.';
068300         SET GXRF-OUT-OF-STEP TO TRUE
068400       END-IF
068500     END-IF.
068600 0505-READ-GXRF.
068633* trailers and the records of legal-hold groups, which are not in !@03A
068666* the AFP dataset, are passed over.                               !@03A
068700     READ GXRF-FILE
068800      AT END
068900       SET GXRF-EOF TO TRUE
068933      NOT AT END                                                  !@03A
068966       PERFORM 0040-CHECK-HOLD-LIST                               !@03A
069000     END-READ.
069100     PERFORM UNTIL GXRF-EOF
069200         OR (GXRF-GRPNAME (1 : 8) NOT = '*TRAILER'                !@03C
069250             AND GROUP-NOT-HELD)                                  !@03A
069300       READ GXRF-FILE
069400        AT END
069500         SET GXRF-EOF TO TRUE
069533        NOT AT END                                                !@03A
069566         PERFORM 0040-CHECK-HOLD-LIST                             !@03A
069600       END-READ
069700     END-PERFORM.
069800 0510-MARK-GXRF-RECORD.
069900     IF GXRF-IN-STEP
070000      THEN
070100       MOVE CURR-ROUTE TO GXRF-DELIVERY;                          !@02C
070200       REWRITE GXRF-RECORD
070300     END-IF.
070400 0520-WRITE-NOTIFICATION.
070500     MOVE SPACES TO ENOT-RECORD.
070600     MOVE GRP-NAME TO ENOT-GRPNAME.
070700     MOVE GRP-ACCTNO TO ENOT-ACCTNO.
070800     IF GXRF-IN-STEP
070900      THEN
071000       MOVE GXRF-JOBNAME TO ENOT-JOBNAME
071100     END-IF.
071200     MOVE GRP-REPTNUM TO ENOT-REPTNUM.
071300     MOVE GRP-REPTDATE TO ENOT-REPTDATE.
071400     MOVE WS-RUNDATE TO ENOT-RUNDATE.
071500     MOVE GRP-FIRST-EPAGE TO ENOT-FIRST-PAGE.
071600     MOVE EPRS-PAGE-COUNT TO ENOT-LAST-PAGE.
071700     WRITE ENOT-RECORD.
071800 0530-CHECK-GXRF-END.
071900* every record of the contribution must have met its group; one
072000* left over means the groups and the records parted company.
072100     IF GXRF-IN-STEP
072200      THEN
072300       PERFORM 0505-READ-GXRF;
072400       IF GXRF-NOTEOF
072500        THEN
072600         DISPLAY PGMNAME ' GROUP CROSS-REFERENCE HAS RECORDS FOR'
072700           ' GROUPS NOT IN THE AFP DATASET, FIRST ' GXRF-GRPNAME;
072800         SET GXRF-OUT-OF-STEP TO TRUE
072900       END-IF
073000     END-IF.
073005 0540-WRITE-GROUP-ACCOUNT.                                        !@02A
073011* the group tied to its account, with its pages and job from      !@02A
073017* the cross-reference record it matched; nothing while the        !@02A
073023* cross-reference is out of step, as the pages are unknown.       !@02A
073029     IF GXRF-IN-STEP                                              !@02A
073035      THEN                                                        !@02A
073041       MOVE SPACES TO GACC-RECORD;                                !@02A
073047       MOVE GRP-NAME TO GACC-GRPNAME;                             !@02A
073052       MOVE GXRF-FIRST-PAGE TO GACC-FIRST-PAGE;                   !@02A
073058       MOVE GXRF-LAST-PAGE TO GACC-LAST-PAGE;                     !@02A
073064       MOVE GXRF-JOBNAME TO GACC-JOBNAME;                         !@02A
073070       MOVE GRP-ACCTNO TO GACC-ACCTNO;                            !@02A
073076       MOVE CURR-ROUTE TO GACC-DELIVERY;                          !@02A
073082       WRITE GACC-RECORD;                                         !@02A
073088       ADD 1 TO GACC-WRITE-CNTR                                   !@02A
073094     END-IF.                                                      !@02A
073099 0550-WRITE-SUPPRESSION-LOG.                                      !@04A
073105* the group dropped from the mail, with the account and rule that !@04A
073111* took it, on the shared suppression log.                         !@04A
073117     MOVE SPACES TO SSPL-RECORD.                                  !@04A
073123     MOVE GRP-NAME TO SSPL-GRPNAME.                               !@04A
073129     MOVE GRP-ACCTNO TO SSPL-ACCTNO.                              !@04A
073135     MOVE GRP-RULE-ID TO SSPL-RULE-ID.                            !@04A
073141     MOVE GRP-REPTNUM TO SSPL-REPTNUM.                            !@04A
073147     MOVE GRP-REPTDATE TO SSPL-REPTDATE.                          !@04A
073152     IF GXRF-IN-STEP                                              !@04A
073158      THEN                                                        !@04A
073164       MOVE GXRF-JOBNAME TO SSPL-JOBNAME                          !@04A
073170     END-IF.                                                      !@04A
073176     MOVE WS-RUNDATE TO SSPL-RUNDATE.                             !@04A
073182     COMPUTE SSPL-PAGECNT = SUPP-PAGE-CNTR - GRP-FIRST-SPAGE + 1. !@04A
073188     WRITE SSPL-RECORD.                                           !@04A
073194 0600-FINISH-OPEN-GROUP.
073200* a group still open at end of file, or when the next group
073300* begins (a malformed stream), is closed as if its End Named
073400* Group had been seen, so its held records are not lost.
073500     IF BNG-PENDING
073600      THEN
073700       SET ROUTE-PRINT TO TRUE;
073800       PERFORM 0240-RELEASE-HELD-RECORDS
073900     END-IF.
074000     SET GRP-NOTACTIVE TO TRUE.
074100     SET ROUTE-PRINT TO TRUE.
074200 0700-REPORT-COUNTS.
074300     MOVE PRINT-CNTR TO PRINT-DISP.
074400     MOVE PRINT-PAGE-CNTR TO PAGE-DISP.
074500     MOVE PRINT-GRP-CNTR TO GRP-DISP.
074600     DISPLAY PGMNAME, PRINT-DISP, ' RECORDS,', PAGE-DISP,
074700         ' PAGES,', GRP-DISP, ' GROUPS TO PRINT.'.
074800     MOVE EPRS-CNTR TO EPRS-DISP.
074900     MOVE EPRS-PAGE-COUNT TO PAGE-DISP.
075000     MOVE EDLV-GRP-CNTR TO GRP-DISP.
075100     DISPLAY PGMNAME, EPRS-DISP, ' RECORDS,', PAGE-DISP,
075200         ' PAGES,', GRP-DISP, ' GROUPS DELIVERED ELECTRONICALLY.'.
075216     MOVE RTSH-CNTR TO PRINT-DISP.                                !@02A
075233     MOVE RTSH-PAGE-CNTR TO PAGE-DISP.                            !@02A
075250     MOVE RTSH-GRP-CNTR TO GRP-DISP.                              !@02A
075266     DISPLAY PGMNAME, PRINT-DISP, ' RECORDS,', PAGE-DISP,         !@02A
075283         ' PAGES,', GRP-DISP, ' GROUPS HELD FOR A BAD ADDRESS.'.  !@02A
075285     MOVE SUPP-CNTR TO PRINT-DISP.                                !@04A
075288     MOVE SUPP-PAGE-CNTR TO PAGE-DISP.                            !@04A
075291     MOVE SUPP-GRP-CNTR TO GRP-DISP.                              !@04A
075294     DISPLAY PGMNAME, PRINT-DISP, ' RECORDS,', PAGE-DISP,         !@04A
075297         ' PAGES,', GRP-DISP, ' GROUPS SUPPRESSED BY RULE.'.      !@04A
075397     MOVE ARCH-CNTR TO PRINT-DISP.                                !@05A
075497     MOVE ARCH-PAGE-CNTR TO PAGE-DISP.                            !@05A
075597     MOVE ARCH-GRP-CNTR TO GRP-DISP.                              !@05A
075697     DISPLAY PGMNAME, PRINT-DISP, ' RECORDS,', PAGE-DISP,         !@05A
075797         ' PAGES,', GRP-DISP, ' GROUPS TAKEN OFF PRINT.'.         !@05A
075897 END PROGRAM APKEDLV.
