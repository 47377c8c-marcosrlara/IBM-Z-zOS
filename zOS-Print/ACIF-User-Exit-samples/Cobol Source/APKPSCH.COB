000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000110*    PAGES OF STATEMENTS DROPPED UNDER A SUPPRESSION RULE (TYPE  *!@03A
000115*    U RECORDS) ARE TAKEN OFF THE JOB'S PRINT VOLUME, AS TYPE V  *!@03A
000120*    AND W PAGES ARE.                                            *!@03A
000125* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000150*    THE PRINT DATASET RELEASED IS NOW THE MARKED ..IMRK THE     *!@02A
000175*    APKACIFP IMARK STEP WRITES, NOT ..PSRT.                     *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKPSCH.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program builds the night's print schedule,
000900               run in APKDAILY once the window has closed and
001000               ahead of the BSUMR step (which resets the summary
001100               file it reads). Operators used to decide by eye
001200               which printer took each job's output, so one
001300               printer ran past the morning while another stood
001400               idle. This program assigns every job's print
001500               dataset (&WORKHLQ..jobid.IMRK, as APKACIFP leaves  !@02C
001600               it) to a printer and an order, and writes the JES
001700               statements that release them that way.
001800
001900               Each job's pages come from the collected summary
002000               records: APKOUTXT's end record where there is one
002100               (it counts what the output exit kept, a reprint's
002200               pages included), otherwise the input exit's, less
002300               the pages diverted to electronic delivery, held    !@03C
002400               for a bad address, or suppressed under a           !@03C
002433               statement suppression rule (type V, W and U        !@03A
002466               records), which never reach the printer. The       !@03A
002500               forms a job needs are the medium maps in its       !@03C
002600               APKFRMU forms-usage records for the same run       !@03C
002700               date; the form with the most pages is the job's    !@03C
002800               main form.                                         !@03C
002900
003000               A printer can take a job only when it can mount
003100               every form the job uses. The jobs are placed
003200               largest first, each on the printer that would then
003300               finish earliest, counting the printer's shift
003400               start, the pages already placed on it, its speed,
003500               and the minutes a form change costs when the job's
003600               main form is new to that printer. On each printer
003700               the jobs are then grouped by main form, in the
003800               order the forms were placed, so each form is
003900               mounted once, and within a form the smallest job
004000               prints first.
004100
004200               Printer cards (APKPRTC, 80 bytes):
004300                 columns  1-8   printer, the JES destination
004400                 column  10     JES output class
004500                 columns 12-19  pages per hour
004600                 columns 21-24  shift start, HHMM
004700                 columns 26-29  shift end, HHMM
004800                 columns 31-74  up to five forms (medium map
004900                                names) it can mount, in columns
005000                                31, 40, 49, 58, and 67; a form of
005100                                * means any form
005200               A further card for the same printer adds forms
005300               only. *CHANGE in columns 1-7 with minutes in
005400               columns 9-11 sets the cost of a form change
005500               (default 15); any other card with an asterisk in
005600               column 1 is a comment. A shift that starts before
005700               noon is taken to be the next morning's.
005800
005900               The release statements on APKPSJC form one or more
006000               complete jobs: the JOB statement cards from the
006100               APKPSJB member, an OUTPUT statement per printer
006200               (class, destination, PRMODE=PAGE), then one
006300               IEBGENER step per print dataset in schedule order,
006400               at most 250 steps to a job.
006500
006600               The EXEC PARM gives the high-level qualifier of
006700               the print datasets (&WORKHLQ in the procedure).
006800
006900               Return codes: 0, everything scheduled inside its
007000               printer's shift; 4, a job could not be placed or
007100               runs past its printer's shift end, or a table
007200               filled; 8, no PARM or no usable printer card.
007300
007400               Allocate these DDs:
007500                 APKBSUM  - the day's collected summary work
007600                            file, read only
007700                 APKFRMU  - the accumulated forms-usage records,
007800                            read only
007900                 APKPRTC  - the printer cards
008000                 APKPSJB  - the JOB statement for the release
008100                            jobs, 80-byte cards
008200                 APKPSJC  - the release statements, 80-byte
008300                            fixed records
008400                 PAPKPSCH - the schedule report, with an LRECL of
008500                            125, BLKSIZE of n*125+4, VBA
008600                 SORTWKnn - sort work space, and SYSOUT for the
008700                            sort's messages
008800 DATE-WRITTEN. 15 Oct 2026.
008900 DATE-COMPILED.
009000 SECURITY. IBM SAMPLE CODE ONLY.
009100*/**************************************************************/
009200*/* Licensed under the Apache License, Version 2.0 (the        */
009300*/* "License"); you may not use this file except in compliance */
009400*/* with the License. You may obtain a copy of the License at  */
009500*/*                                                            */
009600*/* http://www.apache.org/licenses/LICENSE-2.0                 */
009700*/*                                                            */
009800*/* Unless required by applicable law or agreed to in writing, */
009900*/* software distributed under the License is distributed on an*/
010000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
010100*/* KIND, either express or implied.  See the License for the  */
010200*/* specific language governing permissions and limitations    */
010300*/* under the License.                                         */
010400*/*------------------------------------------------------------*/
010500*/*                                                            */
010600*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
010700*/*                                                            */
010800*/*   Permission to use, copy, modify, and distribute          */
010900*/*   this software for any purpose with or without fee        */
011000*/*   is hereby granted, provided that the above               */
011100*/*   copyright notices appear in all copies.                  */
011200*/*                                                            */
011300*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
011400*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
011500*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
011600*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
011700*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
011800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
011900*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
012000*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
012100*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
012200*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
012300*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
012400*/**************************************************************/
012500 TITLE 'ACIF Nightly Print Schedule'.
012600 ENVIRONMENT DIVISION.
012700 CONFIGURATION SECTION.
012800 SOURCE-COMPUTER. IBM-370.
012900 OBJECT-COMPUTER. IBM-370.
013000 INPUT-OUTPUT SECTION.
013100 FILE-CONTROL.
013200     SELECT PRINT-FILE ASSIGN TO PAPKPSCH.
013300     SELECT SUMMARY-FILE ASSIGN TO APKBSUM
013400         ORGANIZATION SEQUENTIAL.
013500     SELECT FRMU-FILE ASSIGN TO APKFRMU
013600         ORGANIZATION SEQUENTIAL.
013700     SELECT PRTC-FILE ASSIGN TO APKPRTC
013800         ORGANIZATION SEQUENTIAL.
013900     SELECT JOBC-FILE ASSIGN TO APKPSJB
014000         ORGANIZATION SEQUENTIAL.
014100     SELECT JCL-FILE ASSIGN TO APKPSJC
014200         ORGANIZATION SEQUENTIAL.
014300     SELECT SORT-FILE ASSIGN TO SORTWK01.
014400     EJECT
014500 DATA DIVISION.
014600 FILE SECTION.
014700 FD  PRINT-FILE
014800     BLOCK CONTAINS 0
014900     LABEL RECORDS STANDARD
015000     RECORD VARYING DEPENDING ON PRINT-REC-LEN
015100     RECORDING MODE V.
015200 01  PRINT-RECORD.
015300     05  PRINT-DATA          OCCURS 1 TO 255,
015400                             DEPENDING ON PRINT-REC-LEN,
015500                             PIC X.
015600* the collected summary records, one per exit start and end.
015700 FD  SUMMARY-FILE
015800     LABEL RECORDS STANDARD
015900     RECORDING MODE F
016000     BLOCK CONTAINS 0
016100     RECORD CONTAINS 80 CHARACTERS.
016200 01  SUM-RECORD.
016300     05  SUM-EXIT-ID         PIC X(8).
016400     05  SUM-JOBID           PIC X(8).
016500     05  SUM-RUNDATE         PIC 9(8).
016600     05  SUM-RUNTIME         PIC X(6).
016700     05  SUM-PAGECNT         PIC 9(8).
016800     05  SUM-LINECNT         PIC 9(8).
016900     05  SUM-INSCNT          PIC 9(8).
017000     05  SUM-DELCNT          PIC 9(8).
017100     05  SUM-RESCNT          PIC 9(8).
017200     05  SUM-RECCNT          PIC 9(8).
017300     05  SUM-RECTYPE         PIC X.
017400     05  FILLER              PIC X(01).
017500* pages printed per medium map per job, appended by APKOUTXT.
017600 FD  FRMU-FILE
017700     LABEL RECORDS STANDARD
017800     RECORDING MODE F
017900     BLOCK CONTAINS 0
018000     RECORD CONTAINS 80 CHARACTERS.
018100 01  FRMU-RECORD.
018200     05  FRMU-JOBNAME        PIC X(8).
018300     05  FRMU-RUNDATE        PIC 9(8).
018400     05  FRMU-MAPNAME        PIC X(8).
018500     05  FRMU-PAGECNT        PIC 9(8).
018600     05  FILLER              PIC X(48).
018700* one card per printer, or per further set of its forms.
018800 FD  PRTC-FILE
018900     LABEL RECORDS STANDARD
019000     RECORDING MODE F
019100     BLOCK CONTAINS 0
019200     RECORD CONTAINS 80 CHARACTERS.
019300 01  PRTC-RECORD             PIC X(80).
019400* the release jobs' JOB statement, copied as it stands.
019500 FD  JOBC-FILE
019600     LABEL RECORDS STANDARD
019700     RECORDING MODE F
019800     BLOCK CONTAINS 0
019900     RECORD CONTAINS 80 CHARACTERS.
020000 01  JOBC-RECORD             PIC X(80).
020100 FD  JCL-FILE
020200     LABEL RECORDS STANDARD
020300     RECORDING MODE F
020400     BLOCK CONTAINS 0
020500     RECORD CONTAINS 80 CHARACTERS.
020600 01  JCL-RECORD              PIC X(80).
020700* the jobs to place, largest first.
020800 SD  SORT-FILE.
020900 01  SORT-RECORD.
021000     05  SR-PAGES            PIC 9(9).
021100     05  SR-JOBID            PIC X(8).
021200     05  SR-JOB-INDEX        PIC 9(4).
021300     EJECT
021400 WORKING-STORAGE SECTION.
021500 77  PGMNAME                 PIC X(8) VALUE 'APKPSCH '.
021600 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
021700 77  SUMMARY-EOF-FLAG        PIC X VALUE LOW-VALUE.
021800     88  SUMMARY-EOF         VALUE HIGH-VALUE.
021900     88  SUMMARY-NOTEOF      VALUE LOW-VALUE.
022000 77  FRMU-EOF-FLAG           PIC X VALUE LOW-VALUE.
022100     88  FRMU-EOF            VALUE HIGH-VALUE.
022200     88  FRMU-NOTEOF         VALUE LOW-VALUE.
022300 77  PRTC-EOF-FLAG           PIC X VALUE LOW-VALUE.
022400     88  PRTC-EOF            VALUE HIGH-VALUE.
022500     88  PRTC-NOTEOF         VALUE LOW-VALUE.
022600 77  JOBC-EOF-FLAG           PIC X VALUE LOW-VALUE.
022700     88  JOBC-EOF            VALUE HIGH-VALUE.
022800     88  JOBC-NOTEOF         VALUE LOW-VALUE.
022900 77  SORT-EOF-FLAG           PIC X VALUE LOW-VALUE.
023000     88  SORT-EOF            VALUE HIGH-VALUE.
023100     88  SORT-NOTEOF         VALUE LOW-VALUE.
023200 77  MAX-PRINTERS            PIC 9(4) BINARY VALUE 20.
023300 77  MAX-PRT-FORMS           PIC 9(4) BINARY VALUE 20.
023400 77  MAX-JOBS                PIC 9(4) BINARY VALUE 500.
023500 77  MAX-JOB-FORMS           PIC 9(4) BINARY VALUE 20.
023600 77  MAX-JCL-JOBC            PIC 9(4) BINARY VALUE 20.
023700 77  MAX-STEPS-PER-JOB       PIC 9(4) BINARY VALUE 250.
023800 77  TABLE-FULL-FLAG         PIC X VALUE 'N'.
023900     88  TABLE-FILLED        VALUE 'Y'.
024000 77  FOUND-FLAG              PIC X VALUE 'N'.
024100     88  ENTRY-FOUND         VALUE 'Y'.
024200     88  ENTRY-NOTFOUND      VALUE 'N'.
024300 77  FIT-FLAG                PIC X VALUE 'N'.
024400     88  PRINTER-FITS        VALUE 'Y'.
024500     88  PRINTER-UNFIT       VALUE 'N'.
024600* the minutes a form change costs, from a *CHANGE card.
024700 77  CHANGE-MINUTES          PIC 9(4) BINARY VALUE 15.
024800 77  WK-HLQ                  PIC X(30) VALUE SPACES.
024900 77  WK-HOURS                PIC 9(4) BINARY VALUE ZERO.
025000 77  WK-MINS                 PIC 9(8) BINARY VALUE ZERO.
025100 77  WK-START-MIN            PIC 9(4) BINARY VALUE ZERO.
025200 77  WK-END-MIN              PIC 9(4) BINARY VALUE ZERO.
025300 77  WK-COST                 PIC S9(8) BINARY VALUE ZERO.
025400 77  BEST-COST               PIC S9(8) BINARY VALUE ZERO.
025500 77  BEST-PRINTER            PIC 9(4) BINARY VALUE ZERO.
025600 77  WK-FORM                 PIC X(8) VALUE SPACES.
025700 77  WK-PREV-FORM            PIC X(8) VALUE SPACES.
025800 77  WK-CLOCK                PIC S9(8) BINARY VALUE ZERO.
025900 77  WK-TIME-MIN             PIC S9(8) BINARY VALUE ZERO.
026000 77  WK-DAY-MIN              PIC S9(8) BINARY VALUE ZERO.
026100 77  WK-TIME-HH              PIC 99 VALUE ZERO.
026200 77  WK-TIME-MM              PIC 99 VALUE ZERO.
026300 77  WK-SUB                  PIC 9(4) BINARY VALUE ZERO.
026400 77  WK-PRT                  PIC 9(4) BINARY VALUE ZERO.
026500 77  WK-USED                 PIC 9(4) BINARY VALUE ZERO.
026600 77  WK-ORD                  PIC 9(4) BINARY VALUE ZERO.
026700 77  WK-JOB                  PIC 9(4) BINARY VALUE ZERO.
026800 77  STEP-CNTR               PIC 9(4) BINARY VALUE ZERO.
026900 77  STEP-IN-JOB-CNTR        PIC 9(4) BINARY VALUE ZERO.
027000 77  RELEASE-JOB-CNTR        PIC 9(4) BINARY VALUE ZERO.
027100 77  SCHEDULED-CNTR          PIC 9(8) BINARY VALUE ZERO.
027200 77  UNPLACED-CNTR           PIC 9(8) BINARY VALUE ZERO.
027300 77  NO-PAGES-CNTR           PIC 9(8) BINARY VALUE ZERO.
027400 77  LATE-CNTR               PIC 9(8) BINARY VALUE ZERO.
027500 77  BAD-CARD-CNTR           PIC 9(8) BINARY VALUE ZERO.
027600 77  JCL-CARD-CNTR           PIC 9(8) BINARY VALUE ZERO.
027700 77  PAGES-SCHEDULED         PIC 9(9) BINARY VALUE ZERO.
027800 77  COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
027900* the printer card.
028000 01  PRTC-CARD.
028100     05  PC-PRINTER          PIC X(8).
028200     05  FILLER              PIC X.
028300     05  PC-CLASS            PIC X.
028400     05  FILLER              PIC X.
028500     05  PC-PPH              PIC X(8).
028600     05  PC-PPH-N            REDEFINES PC-PPH
028700                             PIC 9(8).
028800     05  FILLER              PIC X.
028900     05  PC-START.
029000         10  PC-START-HH     PIC 99.
029100         10  PC-START-MM     PIC 99.
029200     05  FILLER              PIC X.
029300     05  PC-END.
029400         10  PC-END-HH       PIC 99.
029500         10  PC-END-MM       PIC 99.
029600     05  FILLER              PIC X.
029700     05  PC-FORM-LIST.
029800         10  PC-FORM-ENTRY   OCCURS 5 TIMES.
029900             15  PC-FORM     PIC X(8).
030000             15  FILLER      PIC X.
030100     05  FILLER              PIC X(5).
030200 01  PRTC-CHANGE-CARD        REDEFINES PRTC-CARD.
030300     05  PCC-ID              PIC X(7).
030400         88  PCC-IS-CHANGE   VALUE '*CHANGE'.
030500     05  FILLER              PIC X.
030600     05  PCC-MINUTES         PIC 9(3).
030700     05  FILLER              PIC X(69).
030800* the printers, with the forms each can mount, the forms placed
030900* on it in the order they were placed, and its running load.
031000 01  PRINTER-TABLE.
031100     05  PR-CNTR             PIC 9(4) BINARY VALUE ZERO.
031200     05  PR-ENTRY            OCCURS 20 TIMES
031300                             DEPENDING ON PR-CNTR
031400                             INDEXED BY PR-INDEX.
031500         10  PR-NAME         PIC X(8).
031600         10  PR-CLASS        PIC X.
031700         10  PR-PPH          PIC 9(8) BINARY.
031800         10  PR-START        PIC X(4).
031900         10  PR-END          PIC X(4).
032000         10  PR-START-MIN    PIC 9(4) BINARY.
032100         10  PR-SHIFT-MIN    PIC 9(4) BINARY.
032200         10  PR-BASE-MIN     PIC 9(8) BINARY.
032300         10  PR-ANY-FLAG     PIC X.
032400             88  PR-ANY-FORM          VALUE 'Y'.
032500         10  PR-FORM-CNT     PIC 9(4) BINARY.
032600         10  PR-FORM         PIC X(8) OCCURS 20 TIMES.
032700         10  PR-USED-CNT     PIC 9(4) BINARY.
032800         10  PR-USED-FORM    PIC X(8) OCCURS 20 TIMES.
032900         10  PR-LOAD-MIN     PIC 9(8) BINARY.
033000         10  PR-JOBS         PIC 9(8) BINARY.
033100         10  PR-PAGES        PIC 9(9) BINARY.
033200         10  PR-CHANGES      PIC 9(4) BINARY.
033300* the night's jobs: pages from each source, the forms used, and
033400* where the job was placed.
033500 01  JOB-TABLE.
033600     05  JT-CNTR             PIC 9(4) BINARY VALUE ZERO.
033700     05  JT-ENTRY            OCCURS 500 TIMES
033800                             DEPENDING ON JT-CNTR
033900                             INDEXED BY JT-INDEX.
034000         10  JT-JOBID        PIC X(8).
034100         10  JT-RUNDATE      PIC 9(8).
034200         10  JT-OUT-FLAG     PIC X.
034300             88  JT-HAS-OUTPUT-END    VALUE 'Y'.
034400         10  JT-OUT-PAGES    PIC 9(9) BINARY.
034500         10  JT-IN-PAGES     PIC 9(9) BINARY.
034600         10  JT-LESS-PAGES   PIC 9(9) BINARY.
034700         10  JT-PAGES        PIC 9(9) BINARY.
034800         10  JT-MINUTES      PIC 9(8) BINARY.
034900         10  JT-FORM-CNT     PIC 9(4) BINARY.
035000         10  JT-FORM-OVER    PIC X.
035100             88  JT-TOO-MANY-FORMS    VALUE 'Y'.
035200         10  JT-MAP          OCCURS 20 TIMES.
035300             15  JT-MAP-NAME     PIC X(8).
035400             15  JT-MAP-PAGES    PIC 9(9) BINARY.
035500         10  JT-MAIN-FORM    PIC X(8).
035600         10  JT-PRINTER      PIC 9(4) BINARY.
035700         10  JT-REASON       PIC X(24).
035800* the jobs in placing order, largest first.
035900 01  ORDER-TABLE.
036000     05  OT-CNTR             PIC 9(4) BINARY VALUE ZERO.
036100     05  OT-JOB              PIC 9(4) BINARY OCCURS 500 TIMES.
036200* the JOB statement cards for the release jobs.
036300 01  JOBC-TABLE.
036400     05  JC-CNTR             PIC 9(4) BINARY VALUE ZERO.
036500     05  JC-CARD             PIC X(80) OCCURS 20 TIMES.
036600* the release statements.
036700 01  JCL-HEADER.
036800     05  FILLER              PIC X(36) VALUE
036900         '//* PRINT RELEASE BUILT BY APKPSCH, '.
037000     05  JH-TEXT             PIC X(44) VALUE SPACES.
037100 01  JCL-OUTPUT.
037200     05  FILLER              PIC X(5) VALUE '//PRT'.
037300     05  JO-NUMBER           PIC 99.
037400     05  FILLER              PIC X(10) VALUE '   OUTPUT '.
037500     05  JO-OPERANDS         PIC X(63) VALUE SPACES.
037600 01  JCL-EXEC.
037700     05  FILLER              PIC X(3) VALUE '//S'.
037800     05  JE-NUMBER           PIC 9999.
037900     05  FILLER              PIC X(22) VALUE
038000         '   EXEC PGM=IEBGENER'.
038100     05  FILLER              PIC X(51) VALUE SPACES.
038200 01  JCL-SYSPRINT.
038300     05  FILLER              PIC X(20) VALUE
038400         '//SYSPRINT DD DUMMY'.
038500     05  FILLER              PIC X(60) VALUE SPACES.
038600 01  JCL-SYSIN.
038700     05  FILLER              PIC X(20) VALUE
038800         '//SYSIN    DD DUMMY'.
038900     05  FILLER              PIC X(60) VALUE SPACES.
039000 01  JCL-SYSUT1.
039100     05  FILLER              PIC X(18) VALUE '//SYSUT1   DD DSN='.
039200     05  JU-DSNAME           PIC X(62) VALUE SPACES.
039300 01  JCL-SYSUT2.
039400     05  FILLER              PIC X(34) VALUE
039500         '//SYSUT2   DD SYSOUT=(,),OUTPUT=*.'.
039600     05  FILLER              PIC X(3) VALUE 'PRT'.
039700     05  JU-NUMBER           PIC 99.
039800     05  FILLER              PIC X(41) VALUE SPACES.
039900     SKIP1
040000 01  PAGE-TITLE.
040100     05  FILLER              PIC X   VALUE '1'.
040200     05  FILLER              PIC X(27) VALUE
040300         'ACIF NIGHTLY PRINT SCHEDULE'.
040400         SKIP1
040500 01  LINE-PRINTER.
040600     05  FILLER              PIC X   VALUE '0'.
040700     05  FILLER              PIC X(8) VALUE 'PRINTER '.
040800     05  LP-NAME             PIC X(8).
040900     05  FILLER              PIC X(8) VALUE '  CLASS '.
041000     05  LP-CLASS            PIC X.
041100     05  FILLER              PIC X(13) VALUE '  PAGES/HOUR '.
041200     05  LP-PPH              PIC ZZZ,ZZZ,ZZ9.
041300     05  FILLER              PIC X(8) VALUE '  SHIFT '.
041400     05  LP-START            PIC X(4).
041500     05  FILLER              PIC X VALUE '-'.
041600     05  LP-END              PIC X(4).
041700         SKIP1
041800 01  PRINTER-SUBTITLE.
041900     05  FILLER              PIC X   VALUE SPACE.
042000     05  FILLER              PIC X(6) VALUE '   SEQ'.
042100     05  FILLER              PIC X(2) VALUE SPACES.
042200     05  FILLER              PIC X(8) VALUE 'JOB'.
042300     05  FILLER              PIC X(2) VALUE SPACES.
042400     05  FILLER              PIC X(8) VALUE 'FORM'.
042500     05  FILLER              PIC X(2) VALUE SPACES.
042600     05  FILLER              PIC X(11) VALUE '      PAGES'.
042700     05  FILLER              PIC X(2) VALUE SPACES.
042800     05  FILLER              PIC X(5) VALUE 'START'.
042900     05  FILLER              PIC X(2) VALUE SPACES.
043000     05  FILLER              PIC X(5) VALUE '  END'.
043100     05  FILLER              PIC X(2) VALUE SPACES.
043200     05  FILLER              PIC X(24) VALUE 'NOTE'.
043300         SKIP1
043400 01  LINE-DETAIL.
043500     05  LD-CC               PIC X   VALUE SPACE.
043600     05  LD-SEQ              PIC ZZZZZ9.
043700     05  FILLER              PIC X(2) VALUE SPACES.
043800     05  LD-JOBID            PIC X(8).
043900     05  FILLER              PIC X(2) VALUE SPACES.
044000     05  LD-FORM             PIC X(8).
044100     05  FILLER              PIC X(2) VALUE SPACES.
044200     05  LD-PAGES            PIC ZZZ,ZZZ,ZZ9.
044300     05  FILLER              PIC X(2) VALUE SPACES.
044400     05  LD-START            PIC X(5).
044500     05  FILLER              PIC X(2) VALUE SPACES.
044600     05  LD-END              PIC X(5).
044700     05  FILLER              PIC X(2) VALUE SPACES.
044800     05  LD-NOTE             PIC X(24).
044900         SKIP1
045000 01  LINE-PRINTER-TOTAL.
045100     05  FILLER              PIC X   VALUE SPACE.
045200     05  FILLER              PIC X(8) VALUE SPACES.
045300     05  FILLER              PIC X(6) VALUE 'JOBS '.
045400     05  LPT-JOBS            PIC ZZZ,ZZ9.
045500     05  FILLER              PIC X(8) VALUE '  PAGES '.
045600     05  LPT-PAGES           PIC ZZZ,ZZZ,ZZ9.
045700     05  FILLER              PIC X(15) VALUE '  FORM CHANGES '.
045800     05  LPT-CHANGES         PIC ZZ9.
045900     05  FILLER              PIC X(11) VALUE '  FINISHES '.
046000     05  LPT-FINISH          PIC X(5).
046100         SKIP1
046200 01  UNPLACED-SUBTITLE.
046300     05  FILLER              PIC X   VALUE '0'.
046400     05  FILLER              PIC X(8) VALUE 'JOB'.
046500     05  FILLER              PIC X(2) VALUE SPACES.
046600     05  FILLER              PIC X(11) VALUE '      PAGES'.
046700     05  FILLER              PIC X(2) VALUE SPACES.
046800     05  FILLER              PIC X(38) VALUE
046900         'NOT SCHEDULED'.
047000         SKIP1
047100 01  LINE-UNPLACED.
047200     05  LU-CC               PIC X   VALUE SPACE.
047300     05  LU-JOBID            PIC X(8).
047400     05  FILLER              PIC X(2) VALUE SPACES.
047500     05  LU-PAGES            PIC ZZZ,ZZZ,ZZ9.
047600     05  FILLER              PIC X(2) VALUE SPACES.
047700     05  LU-REASON           PIC X(24).
047800         SKIP1
047900 01  LINE-TOTAL.
048000     05  LT-CC               PIC X   VALUE SPACE.
048100     05  FILLER              PIC X(02) VALUE SPACES.
048200     05  LT-LABEL            PIC X(32).
048300     05  FILLER              PIC X VALUE SPACE.
048400     05  LT-COUNT            PIC ZZZ,ZZZ,ZZ9.
048500         SKIP1
048600 01  LINE-NOTICE.
048700     05  FILLER              PIC X   VALUE SPACE.
048800     05  LN-TEXT             PIC X(80).
048900/ PROCESSING.
049000 LINKAGE SECTION.
049100 01  PARM-AREA.
049200     05  PARM-LEN            PIC S9(4) BINARY.
049300     05  PARM-DATA           PIC X(30).
049400 TITLE 'Initialization and Main Line'.
049500 PROCEDURE DIVISION USING PARM-AREA.
049600 0000-MAINLINE.
049700     PERFORM 0010-INITIALIZE.
049800     IF WK-HLQ = SPACES OR PR-CNTR = ZERO
049900      THEN
050000       PERFORM 0300-TERMINATE;
050100       MOVE 8 TO RETURN-CODE;
050200       STOP RUN
050300     END-IF.
050400     PERFORM 0100-LOAD-JOBS.
050500     PERFORM 0150-LOAD-FORMS.
050600     PERFORM 0160-SETTLE-JOB
050700         VARYING JT-INDEX FROM 1 BY 1
050800         UNTIL JT-INDEX > JT-CNTR.
050900     SORT SORT-FILE
051000         ON DESCENDING KEY SR-PAGES
051100         ON ASCENDING KEY SR-JOBID
051200         INPUT PROCEDURE IS 0200-RELEASE-JOBS
051300         OUTPUT PROCEDURE IS 0220-PLACE-JOBS.
051400     IF SORT-RETURN NOT = ZERO
051500      THEN
051600       DISPLAY PGMNAME ' SORT FAILED, RETURN CODE ' SORT-RETURN
051700         '. NO SCHEDULE WRITTEN.';
051800       MOVE 8 TO RETURN-CODE;
051900       STOP RUN
052000     END-IF.
052100     PERFORM 0400-WRITE-SCHEDULE.
052200     PERFORM 0300-TERMINATE.
052300     IF UNPLACED-CNTR > ZERO OR LATE-CNTR > ZERO
052400         OR TABLE-FILLED OR BAD-CARD-CNTR > ZERO
052500      THEN
052600       MOVE 4 TO RETURN-CODE
052700     END-IF.
052800     STOP RUN.
052900 0010-INITIALIZE.
053000     OPEN OUTPUT PRINT-FILE.
053100     OPEN OUTPUT JCL-FILE.
053200     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
053300     WRITE PRINT-RECORD FROM PAGE-TITLE.
053400     IF PARM-LEN > 30
053500      THEN
053600       MOVE 30 TO PARM-LEN
053700     END-IF.
053800     IF PARM-LEN > ZERO
053900      THEN
054000       MOVE PARM-DATA (1 : PARM-LEN) TO WK-HLQ
054100     END-IF.
054200     IF WK-HLQ = SPACES
054300      THEN
054400       DISPLAY PGMNAME ' NO DATASET QUALIFIER IN THE PARM.'
054500         ' NOTHING SCHEDULED.';
054600       MOVE 'NO DATASET QUALIFIER IN THE PARM - NOTHING SCHEDULED'
054700         TO LN-TEXT;
054800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
054900       WRITE PRINT-RECORD FROM LINE-NOTICE
055000     END-IF.
055100     PERFORM 0020-LOAD-PRINTERS.
055200     IF PR-CNTR = ZERO
055300      THEN
055400       DISPLAY PGMNAME ' NO USABLE PRINTER CARDS ON APKPRTC.'
055500         ' NOTHING SCHEDULED.';
055600       MOVE 'NO USABLE PRINTER CARDS - NOTHING SCHEDULED'
055700         TO LN-TEXT;
055800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
055900       WRITE PRINT-RECORD FROM LINE-NOTICE
056000     END-IF.
056100     PERFORM 0040-LOAD-JOB-CARDS.
056200 0020-LOAD-PRINTERS.
056300     OPEN INPUT PRTC-FILE.
056400     SET PRTC-NOTEOF TO TRUE.
056500     PERFORM UNTIL PRTC-EOF
056600       READ PRTC-FILE INTO PRTC-CARD
056700        AT END
056800         SET PRTC-EOF TO TRUE
056900        NOT AT END
057000         PERFORM 0025-ADD-PRINTER-CARD THRU 0025-EXIT
057100       END-READ
057200     END-PERFORM.
057300     CLOSE PRTC-FILE.
057400 0025-ADD-PRINTER-CARD.
057500     IF PCC-IS-CHANGE
057600      THEN
057700       IF PCC-MINUTES NUMERIC
057800        THEN
057900         MOVE PCC-MINUTES TO CHANGE-MINUTES
058000        ELSE
058100         PERFORM 0030-REJECT-CARD
058200       END-IF;
058300       GO TO 0025-EXIT
058400     END-IF.
058500     IF PC-PRINTER (1 : 1) = '*' OR PC-PRINTER = SPACES
058600      THEN
058700       GO TO 0025-EXIT
058800     END-IF.
058900* a further card for a printer already known adds its forms.
059000     SET ENTRY-NOTFOUND TO TRUE.
059100     IF PR-CNTR > ZERO
059200      THEN
059300       SET PR-INDEX TO 1;
059400       SEARCH PR-ENTRY
059500        AT END
059600         CONTINUE
059700        WHEN PR-NAME (PR-INDEX) = PC-PRINTER
059800         SET ENTRY-FOUND TO TRUE
059900       END-SEARCH
060000     END-IF.
060100     IF ENTRY-NOTFOUND
060200      THEN
060300       IF PC-CLASS = SPACE OR PC-PPH-N NOT NUMERIC
060400           OR PC-PPH-N = ZERO
060500           OR PC-START NOT NUMERIC OR PC-END NOT NUMERIC
060600           OR PC-START-HH > 23 OR PC-START-MM > 59
060700           OR PC-END-HH > 23 OR PC-END-MM > 59
060800        THEN
060900         PERFORM 0030-REJECT-CARD;
061000         GO TO 0025-EXIT
061100       END-IF;
061200       IF PR-CNTR NOT < MAX-PRINTERS
061300        THEN
061400         SET TABLE-FILLED TO TRUE;
061500         DISPLAY PGMNAME ' PRINTER TABLE FULL, ' PC-PRINTER
061600           ' IGNORED.';
061700         GO TO 0025-EXIT
061800       END-IF;
061900       ADD 1 TO PR-CNTR;
062000       SET PR-INDEX TO PR-CNTR;
062100       MOVE PC-PRINTER TO PR-NAME (PR-INDEX);
062200       MOVE PC-CLASS TO PR-CLASS (PR-INDEX);
062300       MOVE PC-PPH-N TO PR-PPH (PR-INDEX);
062400       MOVE PC-START TO PR-START (PR-INDEX);
062500       MOVE PC-END TO PR-END (PR-INDEX);
062600       COMPUTE WK-START-MIN = PC-START-HH * 60 + PC-START-MM;
062700       COMPUTE WK-END-MIN = PC-END-HH * 60 + PC-END-MM;
062800       MOVE WK-START-MIN TO PR-START-MIN (PR-INDEX);
062900* a shift ending at or before its start runs past midnight; one
063000* starting before noon is the next morning's, after the window.
063100       IF WK-END-MIN > WK-START-MIN
063200        THEN
063300         COMPUTE PR-SHIFT-MIN (PR-INDEX) =
063400             WK-END-MIN - WK-START-MIN
063500        ELSE
063600         COMPUTE PR-SHIFT-MIN (PR-INDEX) =
063700             WK-END-MIN + 1440 - WK-START-MIN
063800       END-IF;
063900       IF WK-START-MIN < 720
064000        THEN
064100         COMPUTE PR-BASE-MIN (PR-INDEX) = WK-START-MIN + 1440
064200        ELSE
064300         MOVE WK-START-MIN TO PR-BASE-MIN (PR-INDEX)
064400       END-IF;
064500       MOVE 'N' TO PR-ANY-FLAG (PR-INDEX);
064600       MOVE ZERO TO PR-FORM-CNT (PR-INDEX),
064700                    PR-USED-CNT (PR-INDEX),
064800                    PR-LOAD-MIN (PR-INDEX), PR-JOBS (PR-INDEX),
064900                    PR-PAGES (PR-INDEX), PR-CHANGES (PR-INDEX)
065000     END-IF.
065100     PERFORM 0027-ADD-PRINTER-FORM
065200         VARYING WK-SUB FROM 1 BY 1
065300         UNTIL WK-SUB > 5.
065400 0025-EXIT.
065500     EXIT.
065600 0027-ADD-PRINTER-FORM.
065700     IF PC-FORM (WK-SUB) = '*'
065800      THEN
065900       SET PR-ANY-FORM (PR-INDEX) TO TRUE
066000      ELSE
066100       IF PC-FORM (WK-SUB) NOT = SPACES
066200        THEN
066300         IF PR-FORM-CNT (PR-INDEX) < MAX-PRT-FORMS
066400          THEN
066500           ADD 1 TO PR-FORM-CNT (PR-INDEX);
066600           MOVE PR-FORM-CNT (PR-INDEX) TO WK-USED;
066700           MOVE PC-FORM (WK-SUB) TO
066800               PR-FORM (PR-INDEX, WK-USED)
066900          ELSE
067000           SET TABLE-FILLED TO TRUE;
067100           DISPLAY PGMNAME ' FORM TABLE FULL FOR PRINTER '
067200             PR-NAME (PR-INDEX) ', ' PC-FORM (WK-SUB) ' IGNORED.'
067300         END-IF
067400       END-IF
067500     END-IF.
067600 0030-REJECT-CARD.
067700     ADD 1 TO BAD-CARD-CNTR.
067800     MOVE PRTC-CARD TO LN-TEXT.
067900     MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN.
068000     WRITE PRINT-RECORD FROM LINE-NOTICE.
068100     MOVE '  PRINTER CARD IN ERROR - IGNORED' TO LN-TEXT.
068200     WRITE PRINT-RECORD FROM LINE-NOTICE.
068300 0040-LOAD-JOB-CARDS.
068400     OPEN INPUT JOBC-FILE.
068500     SET JOBC-NOTEOF TO TRUE.
068600     PERFORM UNTIL JOBC-EOF
068700       READ JOBC-FILE
068800        AT END
068900         SET JOBC-EOF TO TRUE
069000        NOT AT END
069100         IF JC-CNTR < MAX-JCL-JOBC
069200          THEN
069300           ADD 1 TO JC-CNTR;
069400           MOVE JOBC-RECORD TO JC-CARD (JC-CNTR)
069500         END-IF
069600       END-READ
069700     END-PERFORM.
069800     CLOSE JOBC-FILE.
069900     EJECT
070000 TITLE 'Collect the Jobs'.
070100 0100-LOAD-JOBS.
070200* the output exit's end record counts what it kept, a reprint's
070300* pages included; without one, the input exit's end records
070400* give the job's pages. type V, W and U pages never reach the     !@03C
070500* printer.
070600     OPEN INPUT SUMMARY-FILE.
070700     SET SUMMARY-NOTEOF TO TRUE.
070800     PERFORM UNTIL SUMMARY-EOF
070900       READ SUMMARY-FILE
071000        AT END
071100         SET SUMMARY-EOF TO TRUE
071200        NOT AT END
071300         PERFORM 0110-TAKE-SUMMARY-RECORD
071400       END-READ
071500     END-PERFORM.
071600     CLOSE SUMMARY-FILE.
071700 0110-TAKE-SUMMARY-RECORD.
071800     EVALUATE TRUE
071900      WHEN SUM-EXIT-ID = 'APKOUTXT'
072000          AND (SUM-RECTYPE = 'E' OR SUM-RECTYPE = 'R')
072100       PERFORM 0120-FIND-JOB;
072200       IF ENTRY-FOUND
072300        THEN
072400         ADD SUM-PAGECNT TO JT-OUT-PAGES (JT-INDEX);
072500         SET JT-HAS-OUTPUT-END (JT-INDEX) TO TRUE
072600       END-IF
072700      WHEN (SUM-EXIT-ID = 'APKINPTS' OR SUM-EXIT-ID = 'APKINPXT')
072800          AND SUM-RECTYPE NOT = 'S'
072900          AND SUM-RECTYPE NOT = 'V'
073000          AND SUM-RECTYPE NOT = 'W'
073050          AND SUM-RECTYPE NOT = 'U'                               !@03A
073100       PERFORM 0120-FIND-JOB;
073200       IF ENTRY-FOUND
073300        THEN
073400         ADD SUM-PAGECNT TO JT-IN-PAGES (JT-INDEX)
073500       END-IF
073600      WHEN SUM-RECTYPE = 'V' OR SUM-RECTYPE = 'W'
073650          OR SUM-RECTYPE = 'U'                                    !@03A
073700       PERFORM 0120-FIND-JOB;
073800       IF ENTRY-FOUND
073900        THEN
074000         ADD SUM-PAGECNT TO JT-LESS-PAGES (JT-INDEX)
074100       END-IF
074200      WHEN OTHER
074300       CONTINUE
074400     END-EVALUATE.
074500 0120-FIND-JOB.
074600     SET ENTRY-NOTFOUND TO TRUE.
074700     IF JT-CNTR > ZERO
074800      THEN
074900       SET JT-INDEX TO 1;
075000       SEARCH JT-ENTRY
075100        AT END
075200         CONTINUE
075300        WHEN JT-JOBID (JT-INDEX) = SUM-JOBID
075400         SET ENTRY-FOUND TO TRUE
075500       END-SEARCH
075600     END-IF.
075700     IF ENTRY-NOTFOUND
075800      THEN
075900       IF JT-CNTR < MAX-JOBS
076000        THEN
076100         ADD 1 TO JT-CNTR;
076200         SET JT-INDEX TO JT-CNTR;
076300         MOVE SUM-JOBID TO JT-JOBID (JT-INDEX);
076400         MOVE 'N' TO JT-OUT-FLAG (JT-INDEX),
076500                     JT-FORM-OVER (JT-INDEX);
076600         MOVE ZERO TO JT-OUT-PAGES (JT-INDEX),
076700                      JT-IN-PAGES (JT-INDEX),
076800                      JT-LESS-PAGES (JT-INDEX),
076900                      JT-PAGES (JT-INDEX),
077000                      JT-MINUTES (JT-INDEX),
077100                      JT-FORM-CNT (JT-INDEX),
077200                      JT-PRINTER (JT-INDEX),
077300                      JT-RUNDATE (JT-INDEX);
077400         MOVE SPACES TO JT-MAIN-FORM (JT-INDEX),
077500                        JT-REASON (JT-INDEX);
077600         SET ENTRY-FOUND TO TRUE
077700        ELSE
077800         IF NOT TABLE-FILLED
077900          THEN
078000           DISPLAY PGMNAME ' JOB TABLE FULL, LATER JOBS NOT'
078100             ' SCHEDULED.'
078200         END-IF;
078300         SET TABLE-FILLED TO TRUE
078400       END-IF
078500     END-IF.
078600* the run date the forms are matched on is the job's latest.
078700     IF ENTRY-FOUND AND SUM-RUNDATE NUMERIC
078800      THEN
078900       IF SUM-RUNDATE > JT-RUNDATE (JT-INDEX)
079000           OR JT-RUNDATE (JT-INDEX) NOT NUMERIC
079100        THEN
079200         MOVE SUM-RUNDATE TO JT-RUNDATE (JT-INDEX)
079300       END-IF
079400     END-IF.
079500 0150-LOAD-FORMS.
079600* the forms-usage file accumulates across days; only a job's
079700* records for its run date tonight count.
079800     OPEN INPUT FRMU-FILE.
079900     SET FRMU-NOTEOF TO TRUE.
080000     PERFORM UNTIL FRMU-EOF
080100       READ FRMU-FILE
080200        AT END
080300         SET FRMU-EOF TO TRUE
080400        NOT AT END
080500         PERFORM 0155-TAKE-FRMU-RECORD
080600       END-READ
080700     END-PERFORM.
080800     CLOSE FRMU-FILE.
080900 0155-TAKE-FRMU-RECORD.
081000     IF JT-CNTR > ZERO AND FRMU-MAPNAME NOT = SPACES
081100         AND FRMU-PAGECNT NUMERIC
081200      THEN
081300       SET JT-INDEX TO 1;
081400       SEARCH JT-ENTRY
081500        AT END
081600         CONTINUE
081700        WHEN JT-JOBID (JT-INDEX) = FRMU-JOBNAME
081800         AND JT-RUNDATE (JT-INDEX) = FRMU-RUNDATE
081900         PERFORM 0157-ADD-JOB-FORM
082000       END-SEARCH
082100     END-IF.
082200 0157-ADD-JOB-FORM.
082300     SET ENTRY-NOTFOUND TO TRUE.
082400     PERFORM VARYING WK-SUB FROM 1 BY 1
082500         UNTIL WK-SUB > JT-FORM-CNT (JT-INDEX) OR ENTRY-FOUND
082600       IF JT-MAP-NAME (JT-INDEX, WK-SUB) = FRMU-MAPNAME
082700        THEN
082800         ADD FRMU-PAGECNT TO JT-MAP-PAGES (JT-INDEX, WK-SUB);
082900         SET ENTRY-FOUND TO TRUE
083000       END-IF
083100     END-PERFORM.
083200     IF ENTRY-NOTFOUND
083300      THEN
083400       IF JT-FORM-CNT (JT-INDEX) < MAX-JOB-FORMS
083500        THEN
083600         ADD 1 TO JT-FORM-CNT (JT-INDEX);
083700         MOVE JT-FORM-CNT (JT-INDEX) TO WK-SUB;
083800         MOVE FRMU-MAPNAME TO JT-MAP-NAME (JT-INDEX, WK-SUB);
083900         MOVE FRMU-PAGECNT TO JT-MAP-PAGES (JT-INDEX, WK-SUB)
084000        ELSE
084100         SET JT-TOO-MANY-FORMS (JT-INDEX) TO TRUE
084200       END-IF
084300     END-IF.
084400 0160-SETTLE-JOB.
084500* the job's printable pages, and its main form: the one with
084600* the most pages.
084700     IF JT-HAS-OUTPUT-END (JT-INDEX)
084800      THEN
084900       MOVE JT-OUT-PAGES (JT-INDEX) TO JT-PAGES (JT-INDEX)
085000      ELSE
085100       MOVE JT-IN-PAGES (JT-INDEX) TO JT-PAGES (JT-INDEX)
085200     END-IF.
085300     IF JT-PAGES (JT-INDEX) > JT-LESS-PAGES (JT-INDEX)
085400      THEN
085500       SUBTRACT JT-LESS-PAGES (JT-INDEX) FROM JT-PAGES (JT-INDEX)
085600      ELSE
085700       MOVE ZERO TO JT-PAGES (JT-INDEX)
085800     END-IF.
085900     MOVE ZERO TO WK-CLOCK.
086000     PERFORM VARYING WK-SUB FROM 1 BY 1
086100         UNTIL WK-SUB > JT-FORM-CNT (JT-INDEX)
086200       IF JT-MAP-PAGES (JT-INDEX, WK-SUB) > WK-CLOCK
086300        THEN
086400         MOVE JT-MAP-PAGES (JT-INDEX, WK-SUB) TO WK-CLOCK;
086500         MOVE JT-MAP-NAME (JT-INDEX, WK-SUB)
086600           TO JT-MAIN-FORM (JT-INDEX)
086700       END-IF
086800     END-PERFORM.
086900     EVALUATE TRUE
087000      WHEN JT-PAGES (JT-INDEX) = ZERO
087100       MOVE 'NO PAGES TO PRINT' TO JT-REASON (JT-INDEX);
087200       ADD 1 TO NO-PAGES-CNTR
087300      WHEN JT-TOO-MANY-FORMS (JT-INDEX)
087400       MOVE 'MORE THAN 20 FORMS' TO JT-REASON (JT-INDEX);
087500       ADD 1 TO UNPLACED-CNTR
087600      WHEN OTHER
087700       CONTINUE
087800     END-EVALUATE.
087900     EJECT
088000 TITLE 'Place the Jobs'.
088100 0200-RELEASE-JOBS.
088200     PERFORM 0210-RELEASE-ONE-JOB
088300         VARYING JT-INDEX FROM 1 BY 1
088400         UNTIL JT-INDEX > JT-CNTR.
088500 0210-RELEASE-ONE-JOB.
088600     IF JT-REASON (JT-INDEX) = SPACES
088700      THEN
088800       MOVE JT-PAGES (JT-INDEX) TO SR-PAGES;
088900       MOVE JT-JOBID (JT-INDEX) TO SR-JOBID;
089000       SET WK-JOB TO JT-INDEX;
089100       MOVE WK-JOB TO SR-JOB-INDEX;
089200       RELEASE SORT-RECORD
089300     END-IF.
089400 0220-PLACE-JOBS.
089500* largest first, each job goes to the printer that would then
089600* finish earliest.
089700     SET SORT-NOTEOF TO TRUE.
089800     PERFORM 0230-RETURN-ONE-JOB
089900         UNTIL SORT-EOF.
090000 0230-RETURN-ONE-JOB.
090100     RETURN SORT-FILE
090200      AT END
090300       SET SORT-EOF TO TRUE
090400      NOT AT END
090500       ADD 1 TO OT-CNTR;
090600       MOVE SR-JOB-INDEX TO OT-JOB (OT-CNTR);
090700       SET JT-INDEX TO SR-JOB-INDEX;
090800       PERFORM 0240-PLACE-ONE-JOB
090900     END-RETURN.
091000 0240-PLACE-ONE-JOB.
091100     MOVE ZERO TO BEST-PRINTER.
091200     MOVE JT-MAIN-FORM (JT-INDEX) TO WK-FORM.
091300     PERFORM 0250-COST-PRINTER
091400         VARYING PR-INDEX FROM 1 BY 1
091500         UNTIL PR-INDEX > PR-CNTR.
091600     IF BEST-PRINTER = ZERO
091700      THEN
091800       MOVE 'NO PRINTER FOR ITS FORMS' TO JT-REASON (JT-INDEX);
091900       ADD 1 TO UNPLACED-CNTR
092000      ELSE
092100       SET PR-INDEX TO BEST-PRINTER;
092200       MOVE BEST-PRINTER TO JT-PRINTER (JT-INDEX);
092300       PERFORM 0270-FIND-USED-FORM;
092400       IF ENTRY-NOTFOUND
092500        THEN
092600         IF PR-USED-CNT (PR-INDEX) > ZERO
092700          THEN
092800           ADD CHANGE-MINUTES TO PR-LOAD-MIN (PR-INDEX)
092900         END-IF;
093000         ADD 1 TO PR-USED-CNT (PR-INDEX);
093100         MOVE PR-USED-CNT (PR-INDEX) TO WK-USED;
093200         MOVE WK-FORM TO
093300             PR-USED-FORM (PR-INDEX, WK-USED)
093400       END-IF;
093500       ADD JT-MINUTES (JT-INDEX) TO PR-LOAD-MIN (PR-INDEX);
093600       ADD 1 TO PR-JOBS (PR-INDEX);
093700       ADD JT-PAGES (JT-INDEX) TO PR-PAGES (PR-INDEX)
093800     END-IF.
093900 0250-COST-PRINTER.
094000     PERFORM 0260-CHECK-PRINTER-FORMS.
094100     IF PRINTER-FITS
094200      THEN
094300* the job's minutes on this printer, rounded up.
094400       COMPUTE WK-MINS =
094500           (JT-PAGES (JT-INDEX) * 60 + PR-PPH (PR-INDEX) - 1)
094600           / PR-PPH (PR-INDEX);
094700       COMPUTE WK-COST = PR-BASE-MIN (PR-INDEX)
094800           + PR-LOAD-MIN (PR-INDEX) + WK-MINS;
094900       PERFORM 0270-FIND-USED-FORM;
095000       IF ENTRY-NOTFOUND AND PR-USED-CNT (PR-INDEX) > ZERO
095100        THEN
095200         ADD CHANGE-MINUTES TO WK-COST
095300       END-IF;
095400       IF ENTRY-NOTFOUND
095500           AND PR-USED-CNT (PR-INDEX) NOT < MAX-PRT-FORMS
095600        THEN
095700         SET PRINTER-UNFIT TO TRUE
095800       END-IF
095900     END-IF.
096000     IF PRINTER-FITS
096100         AND (BEST-PRINTER = ZERO OR WK-COST < BEST-COST)
096200      THEN
096300       MOVE WK-COST TO BEST-COST;
096400       SET BEST-PRINTER TO PR-INDEX;
096500       MOVE WK-MINS TO JT-MINUTES (JT-INDEX)
096600     END-IF.
096700 0260-CHECK-PRINTER-FORMS.
096800* every form the job uses must be one the printer can mount.
096900     SET PRINTER-FITS TO TRUE.
097000     IF NOT PR-ANY-FORM (PR-INDEX)
097100      THEN
097200       PERFORM 0265-CHECK-ONE-FORM
097300           VARYING WK-SUB FROM 1 BY 1
097400           UNTIL WK-SUB > JT-FORM-CNT (JT-INDEX)
097500              OR PRINTER-UNFIT
097600     END-IF.
097700 0265-CHECK-ONE-FORM.
097800     SET PRINTER-UNFIT TO TRUE.
097900     PERFORM VARYING WK-USED FROM 1 BY 1
098000         UNTIL WK-USED > PR-FORM-CNT (PR-INDEX) OR PRINTER-FITS
098100       IF PR-FORM (PR-INDEX, WK-USED) =
098200           JT-MAP-NAME (JT-INDEX, WK-SUB)
098300        THEN
098400         SET PRINTER-FITS TO TRUE
098500       END-IF
098600     END-PERFORM.
098700 0270-FIND-USED-FORM.
098800     SET ENTRY-NOTFOUND TO TRUE.
098900     PERFORM VARYING WK-USED FROM 1 BY 1
099000         UNTIL WK-USED > PR-USED-CNT (PR-INDEX) OR ENTRY-FOUND
099100       IF PR-USED-FORM (PR-INDEX, WK-USED) = WK-FORM
099200        THEN
099300         SET ENTRY-FOUND TO TRUE
099400       END-IF
099500     END-PERFORM.
099600     EJECT
099700 TITLE 'Schedule Report and Release Statements'.
099800 0400-WRITE-SCHEDULE.
099900* printer by printer: each form placed on it in turn, and under
100000* each form its jobs smallest first, the reverse of placing
100100* order.
100200     MOVE ZERO TO STEP-CNTR.
100300     MOVE MAX-STEPS-PER-JOB TO STEP-IN-JOB-CNTR.
100400     PERFORM 0410-WRITE-PRINTER
100500         VARYING WK-PRT FROM 1 BY 1
100600         UNTIL WK-PRT > PR-CNTR.
100700     IF UNPLACED-CNTR + NO-PAGES-CNTR > ZERO
100800      THEN
100900       MOVE LENGTH OF UNPLACED-SUBTITLE TO PRINT-REC-LEN;
101000       WRITE PRINT-RECORD FROM UNPLACED-SUBTITLE;
101100       PERFORM 0470-PRINT-UNPLACED
101200           VARYING JT-INDEX FROM 1 BY 1
101300           UNTIL JT-INDEX > JT-CNTR
101400     END-IF.
101500 0410-WRITE-PRINTER.
101600     SET PR-INDEX TO WK-PRT.
101700     MOVE PR-NAME (PR-INDEX) TO LP-NAME.
101800     MOVE PR-CLASS (PR-INDEX) TO LP-CLASS.
101900     MOVE PR-PPH (PR-INDEX) TO LP-PPH.
102000     MOVE PR-START (PR-INDEX) TO LP-START.
102100     MOVE PR-END (PR-INDEX) TO LP-END.
102200     MOVE LENGTH OF LINE-PRINTER TO PRINT-REC-LEN.
102300     WRITE PRINT-RECORD FROM LINE-PRINTER.
102400     MOVE LENGTH OF PRINTER-SUBTITLE TO PRINT-REC-LEN.
102500     WRITE PRINT-RECORD FROM PRINTER-SUBTITLE.
102600     MOVE ZERO TO WK-CLOCK, PR-CHANGES (PR-INDEX).
102700     MOVE SPACES TO WK-PREV-FORM.
102800     PERFORM 0420-WRITE-FORM-GROUP
102900         VARYING WK-SUB FROM 1 BY 1
103000         UNTIL WK-SUB > PR-USED-CNT (PR-INDEX).
103100     MOVE PR-JOBS (PR-INDEX) TO LPT-JOBS.
103200     MOVE PR-PAGES (PR-INDEX) TO LPT-PAGES.
103300     MOVE PR-CHANGES (PR-INDEX) TO LPT-CHANGES.
103400     MOVE WK-CLOCK TO WK-TIME-MIN.
103500     PERFORM 0460-FORMAT-TIME.
103600     MOVE LD-END TO LPT-FINISH.
103700     MOVE LENGTH OF LINE-PRINTER-TOTAL TO PRINT-REC-LEN.
103800     WRITE PRINT-RECORD FROM LINE-PRINTER-TOTAL.
103900 0420-WRITE-FORM-GROUP.
104000     MOVE PR-USED-FORM (PR-INDEX, WK-SUB) TO WK-FORM.
104100     PERFORM 0430-WRITE-JOB-IF-FORM
104200         VARYING WK-ORD FROM OT-CNTR BY -1
104300         UNTIL WK-ORD < 1.
104400 0430-WRITE-JOB-IF-FORM.
104500     SET JT-INDEX TO OT-JOB (WK-ORD).
104600     IF JT-PRINTER (JT-INDEX) = WK-PRT
104700         AND JT-MAIN-FORM (JT-INDEX) = WK-FORM
104800      THEN
104900       PERFORM 0440-WRITE-JOB
105000     END-IF.
105100 0440-WRITE-JOB.
105200     MOVE SPACES TO LD-NOTE.
105300     IF WK-PREV-FORM NOT = SPACES AND WK-FORM NOT = WK-PREV-FORM
105400      THEN
105500       ADD CHANGE-MINUTES TO WK-CLOCK;
105600       ADD 1 TO PR-CHANGES (PR-INDEX);
105700       MOVE 'FORM CHANGE' TO LD-NOTE
105800     END-IF.
105900     IF WK-PREV-FORM = SPACES
106000      THEN
106100       MOVE 'FIRST FORM' TO LD-NOTE
106200     END-IF.
106300     MOVE WK-FORM TO WK-PREV-FORM.
106400     ADD 1 TO SCHEDULED-CNTR.
106500     ADD JT-PAGES (JT-INDEX) TO PAGES-SCHEDULED.
106600     MOVE SCHEDULED-CNTR TO LD-SEQ.
106700     MOVE JT-JOBID (JT-INDEX) TO LD-JOBID.
106800     IF WK-FORM = SPACES
106900      THEN
107000       MOVE '(NONE)' TO LD-FORM
107100      ELSE
107200       MOVE WK-FORM TO LD-FORM
107300     END-IF.
107400     MOVE JT-PAGES (JT-INDEX) TO LD-PAGES.
107500     MOVE WK-CLOCK TO WK-TIME-MIN.
107600     PERFORM 0460-FORMAT-TIME.
107700     MOVE LD-END TO LD-START.
107800     ADD JT-MINUTES (JT-INDEX) TO WK-CLOCK.
107900     MOVE WK-CLOCK TO WK-TIME-MIN.
108000     PERFORM 0460-FORMAT-TIME.
108100     IF WK-CLOCK > PR-SHIFT-MIN (PR-INDEX)
108200      THEN
108300       ADD 1 TO LATE-CNTR;
108400       MOVE 'PAST SHIFT END' TO LD-NOTE
108500     END-IF.
108600     MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN.
108700     WRITE PRINT-RECORD FROM LINE-DETAIL.
108800     PERFORM 0450-WRITE-RELEASE-STEP.
108900 0450-WRITE-RELEASE-STEP.
109000* a new release job every so many steps: its JOB statement, then
109100* an OUTPUT statement for every printer, so any step can name
109200* any of them.
109300     IF STEP-IN-JOB-CNTR NOT < MAX-STEPS-PER-JOB
109400      THEN
109500       PERFORM 0455-BEGIN-RELEASE-JOB
109600     END-IF.
109700     ADD 1 TO STEP-CNTR.
109800     ADD 1 TO STEP-IN-JOB-CNTR.
109900     MOVE STEP-CNTR TO JE-NUMBER.
110000     WRITE JCL-RECORD FROM JCL-EXEC.
110100     WRITE JCL-RECORD FROM JCL-SYSPRINT.
110200     WRITE JCL-RECORD FROM JCL-SYSIN.
110300     MOVE SPACES TO JU-DSNAME.
110400     STRING WK-HLQ DELIMITED BY SPACE
110500            '.' DELIMITED BY SIZE
110600            JT-JOBID (JT-INDEX) DELIMITED BY SPACE
110700            '.IMRK,DISP=SHR' DELIMITED BY SIZE                    !@02C
110800       INTO JU-DSNAME.
110900     WRITE JCL-RECORD FROM JCL-SYSUT1.
111000     MOVE WK-PRT TO JU-NUMBER.
111100     WRITE JCL-RECORD FROM JCL-SYSUT2.
111200     ADD 5 TO JCL-CARD-CNTR.
111300 0455-BEGIN-RELEASE-JOB.
111400     ADD 1 TO RELEASE-JOB-CNTR.
111500     MOVE ZERO TO STEP-IN-JOB-CNTR.
111600     PERFORM VARYING WK-USED FROM 1 BY 1
111700         UNTIL WK-USED > JC-CNTR
111800       WRITE JCL-RECORD FROM JC-CARD (WK-USED);
111900       ADD 1 TO JCL-CARD-CNTR
112000     END-PERFORM.
112100     MOVE JT-RUNDATE (JT-INDEX) TO JH-TEXT.
112200     WRITE JCL-RECORD FROM JCL-HEADER.
112300     ADD 1 TO JCL-CARD-CNTR.
112400     PERFORM VARYING WK-USED FROM 1 BY 1
112500         UNTIL WK-USED > PR-CNTR
112600       MOVE WK-USED TO JO-NUMBER;
112700       MOVE SPACES TO JO-OPERANDS;
112800       STRING 'CLASS=' PR-CLASS (WK-USED) ',DEST='
112900                  DELIMITED BY SIZE
113000              PR-NAME (WK-USED) DELIMITED BY SPACE
113100              ',PRMODE=PAGE' DELIMITED BY SIZE
113200         INTO JO-OPERANDS;
113300       WRITE JCL-RECORD FROM JCL-OUTPUT;
113400       ADD 1 TO JCL-CARD-CNTR
113500     END-PERFORM.
113600 0460-FORMAT-TIME.
113700* minutes from the printer's shift start, shown as the clock
113800* time HH:MM in LD-END.
113900     COMPUTE WK-DAY-MIN = PR-START-MIN (PR-INDEX) + WK-TIME-MIN.
114000     DIVIDE WK-DAY-MIN BY 1440 GIVING WK-HOURS
114100         REMAINDER WK-DAY-MIN.
114200     DIVIDE WK-DAY-MIN BY 60 GIVING WK-TIME-HH
114300         REMAINDER WK-TIME-MM.
114400     MOVE SPACES TO LD-END.
114500     STRING WK-TIME-HH ':' WK-TIME-MM DELIMITED BY SIZE
114600       INTO LD-END.
114700 0470-PRINT-UNPLACED.
114800     IF JT-REASON (JT-INDEX) NOT = SPACES
114900      THEN
115000       MOVE JT-JOBID (JT-INDEX) TO LU-JOBID;
115100       MOVE JT-PAGES (JT-INDEX) TO LU-PAGES;
115200       MOVE JT-REASON (JT-INDEX) TO LU-REASON;
115300       MOVE LENGTH OF LINE-UNPLACED TO PRINT-REC-LEN;
115400       WRITE PRINT-RECORD FROM LINE-UNPLACED
115500     END-IF.
115600     EJECT
115700 TITLE 'Totals and Termination'.
115800 0300-TERMINATE.
115900     MOVE '0' TO LT-CC.
116000     MOVE 'JOBS SCHEDULED' TO LT-LABEL.
116100     MOVE SCHEDULED-CNTR TO LT-COUNT.
116200     PERFORM 0320-PRINT-TOTAL.
116300     MOVE SPACE TO LT-CC.
116400     MOVE 'PAGES SCHEDULED' TO LT-LABEL.
116500     MOVE PAGES-SCHEDULED TO LT-COUNT.
116600     PERFORM 0320-PRINT-TOTAL.
116700     MOVE 'JOBS PAST THEIR SHIFT END' TO LT-LABEL.
116800     MOVE LATE-CNTR TO LT-COUNT.
116900     PERFORM 0320-PRINT-TOTAL.
117000     MOVE 'JOBS NOT SCHEDULED' TO LT-LABEL.
117100     MOVE UNPLACED-CNTR TO LT-COUNT.
117200     PERFORM 0320-PRINT-TOTAL.
117300     MOVE 'JOBS WITH NO PAGES TO PRINT' TO LT-LABEL.
117400     MOVE NO-PAGES-CNTR TO LT-COUNT.
117500     PERFORM 0320-PRINT-TOTAL.
117600     MOVE 'PRINTER CARDS IN ERROR' TO LT-LABEL.
117700     MOVE BAD-CARD-CNTR TO LT-COUNT.
117800     PERFORM 0320-PRINT-TOTAL.
117900     MOVE 'RELEASE JOBS WRITTEN' TO LT-LABEL.
118000     MOVE RELEASE-JOB-CNTR TO LT-COUNT.
118100     PERFORM 0320-PRINT-TOTAL.
118200     MOVE 'RELEASE STATEMENTS WRITTEN' TO LT-LABEL.
118300     MOVE JCL-CARD-CNTR TO LT-COUNT.
118400     PERFORM 0320-PRINT-TOTAL.
118500     IF TABLE-FILLED
118600      THEN
118700       MOVE 'A TABLE FILLED - SEE THE JOB LOG' TO LN-TEXT;
118800       MOVE LENGTH OF LINE-NOTICE TO PRINT-REC-LEN;
118900       WRITE PRINT-RECORD FROM LINE-NOTICE
119000     END-IF.
119100     CLOSE JCL-FILE.
119200     CLOSE PRINT-FILE.
119300     MOVE SCHEDULED-CNTR TO COUNT-DISP.
119400     DISPLAY PGMNAME, COUNT-DISP, ' JOBS SCHEDULED.'.
119500     MOVE UNPLACED-CNTR TO COUNT-DISP.
119600     DISPLAY PGMNAME, COUNT-DISP, ' JOBS NOT SCHEDULED.'.
119700 0320-PRINT-TOTAL.
119800     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
119900     WRITE PRINT-RECORD FROM LINE-TOTAL.
120000 END PROGRAM APKPSCH.
