000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000125* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000125*    THE APKIMKC CARDS ARE KEYED BY REPORT NUMBER, NOT JOB,      *!@03A
000125*    WITH DEFAULT FOR EVERY REPORT WITHOUT ITS OWN CARD. EACH    *!@03A
000125*    STATEMENT'S REPORT COMES FROM THE APKNDXV INDEX VALUES OF   *!@03A
000125*    ITS FIRST PAGE, AND A REPORT'S CARD TAKES EFFECT WHEN ITS   *!@03A
000125*    STATEMENTS START.                                           *!@03A
000150* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000150*    GROUPS APKEDLV TOOK OFF PRINT BECAUSE THEIR REPORT'S        *!@02A
000150*    SUBSCRIPTION LAPSED (A IN GXRF-DELIVERY) ARE NOT IN THE     *!@02A
000150*    PRINT DATASET, SO GET NO MARK.                              *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKIMARK.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program puts an inserter integrity mark on the
000900               front side of every sheet of the job's mailed
001000               statements, so the inserter can tell a misfed or
001100               missing sheet before it closes the envelope instead
001200               of trusting the sheet counts on APKINSF alone. Each
001300               mark carries the sheet's sequence within its
001400               statement, the number of sheets in the envelope, a
001500               batch sequence that wraps around through the run,
001600               and the insert selection code for the statement.
001700
001800               The marks are placed after the postal presort step,
001900               on the print dataset APKPSORT leaves, and not by
002000               the APKOUTXT output exit: the exit can only use or
002100               delete a record, it meets a statement's first page
002200               before it knows how many sheets the statement will
002300               take, and APKPSORT puts the pieces in another order
002400               afterwards, which a wrap-around batch sequence
002500               cannot survive. The statements are told apart by
002600               the same named-group boundaries APKOUTXT records on
002700               APKGXRF, read here in mailing order as APKPSORT
002800               rewrote them, and each Begin Named Group must match
002900               the next statement still in the print dataset (not
003000               delivered electronically, held for a bad address or
003100               dropped by a suppression rule - E, R or S in column
003200               73 - and not on the APKHLDC legal-hold member).
003300
003400               The mark is written into the front page just ahead
003500               of its End Page, either as OMR dashes or as a Data
003600               Matrix 2D bar code:
003700                 O  eighteen OMR tracks, one dash each, stepping
003800                    down the page 1/6 inch apart from the position
003900                    given: track 1 start (always on), tracks 2-5
004000                    the sheet sequence, 6-9 the sheets total (both
004100                    modulo 16), 10-12 the batch sequence, 13-16
004200                    the insert code, 17 parity (it makes the
004300                    number of dashes in tracks 2 to 17 even),
004400                    18 stop (always on). Each dash is a
004500                    presentation-text rule 1/2 inch long.
004600                 D  a 1/2-inch Data Matrix symbol at the position
004700                    given, holding the job name, sheet sequence (3
004800                    digits), sheets total (3), batch sequence (4)
004900                    and insert code (4).
005000               Positions are in 1440ths of an inch from the page
005100               origin, the units ACIF formats the pages in. A
005200               sheet's front side is every page when simplex and
005300               every odd page of the statement when the APKINSC S
005400               card says two pages to a sheet; every statement
005500               begins on a new sheet. Sheets are counted the way
005600               APKINSCF counts them for APKINSF, from the same S
005700               card, so the two always agree.
005709
005718               The card is chosen by report. Each statement's     !@03A
005727               report number is read from the APKNDXV index       !@03A
005736               value record of its first page, the lookup         !@03A
005745               APKPSORT makes for the ZIP code, and whenever the  !@03A
005754               report changes from one statement to the next the  !@03A
005763               new report's card - its own, else the DEFAULT      !@03A
005772               card - sets the marks until it changes again. The  !@03A
005781               batch sequence runs on through the whole job.      !@03A
005790               Without the index value file every statement       !@03A
005795               takes the DEFAULT card.                            !@03A
005800
005900               The EXEC PARM is the job id (the JOBID symbolic).
006000
006100               Allocate these DDs:
006200                 APKAFPIN - the print dataset APKPSORT wrote
006300                 APKAFPOT - the marked print dataset, what goes to
006400                            the printer and the inserter
006500                 APKGXRF  - the job's group cross-reference,
006600                            read only
006625                 APKNDXV  - the per-page index value file         !@03A
006650                            APKINPXT wrote, read by each          !@03A
006675                            statement's first page for its report !@03A
006690                            number                                !@03A
006700                 APKHLDC  - the legal-hold member APKOUTXT diverts
006800                            by, one group name per card
006900                 APKINSC  - the inserter threshold cards; only the
007000                            S (pages per sheet) card is used
007100                 APKIMKC  - the mark cards, one per report:
007200                   1-8   report number (in 1-3), or               !@03C
007266                         DEFAULT for every report                 !@03A
007333                         without its own card                     !@03A
007400                              10    O (OMR), D (Data Matrix) or N
007500                                    (no mark)
007600                              12-16 X position, 1440ths
007700                              18-22 Y position, 1440ths
007800                              24-27 batch sequence wrap (default
007900                                    8; at most 8 for OMR)
008000                              29-32 insert code, a 0 or 1 for each
008100                                    of selective feeders 1-4
008200                            * in column 1 is a comment
008300                 APKIMKF  - the mark file, one 80-byte record per
008400                            mark, for the inserter close-out's
008500                            reconciliation (APKINSRC):
008600                              1-44  group name
008700                              46-53 job name
008800                              55-62 page number
008900                              64-66 sheet sequence
009000                              67-69 sheets total
009100                              70-73 batch sequence
009200                              74-77 insert code
009300                              78    O or D
009400
009500               A report with no card of its own and no DEFAULT    !@03C
009580               card, or whose card cannot be used, is copied      !@03A
009660               through without marks and the step ends with       !@03A
009740               return code 4; a report with an N card is copied   !@03A
009820               through unmarked with return code 0. A             !@03A
009900               group that does not match its cross-reference
010000               record, a statement whose page count is not what
010100               the cross-reference says, or a statement missing
010200               from the print dataset ends the step with return
010300               code 8: the rest of the dataset is copied through,
010400               but the print and the inserter run must both be
010500               held, since the marks can no longer be trusted.
010600 DATE-WRITTEN. 15 Oct 2026.
010700 DATE-COMPILED.
010800 SECURITY. IBM SAMPLE CODE ONLY.
010900*/**************************************************************/
011000*/* Licensed under the Apache License, Version 2.0 (the        */
011100*/* "License"); you may not use this file except in compliance */
011200*/* with the License. You may obtain a copy of the License at  */
011300*/*                                                            */
011400*/* http://www.apache.org/licenses/LICENSE-2.0                 */
011500*/*                                                            */
011600*/* Unless required by applicable law or agreed to in writing, */
011700*/* software distributed under the License is distributed on an*/
011800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
011900*/* KIND, either express or implied.  See the License for the  */
012000*/* specific language governing permissions and limitations    */
012100*/* under the License.                                         */
012200*/*------------------------------------------------------------*/
012300*/*                                                            */
012400*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
012500*/*                                                            */
012600*/*   Permission to use, copy, modify, and distribute          */
012700*/*   this software for any purpose with or without fee        */
012800*/*   is hereby granted, provided that the above               */
012900*/*   copyright notices appear in all copies.                  */
013000*/*                                                            */
013100*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
013200*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
013300*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
013400*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
013500*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
013600*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
013700*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
013800*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
013900*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
014000*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
014100*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
014200*/**************************************************************/
014300 TITLE 'ACIF Inserter Mark Step'.
014400 ENVIRONMENT DIVISION.
014500 CONFIGURATION SECTION.
014600 SOURCE-COMPUTER. IBM-370.
014700 OBJECT-COMPUTER. IBM-370.
014800 INPUT-OUTPUT SECTION.
014900 FILE-CONTROL.
015000     SELECT AFP-IN-FILE ASSIGN TO APKAFPIN
015100         ORGANIZATION SEQUENTIAL.
015200     SELECT AFP-OUT-FILE ASSIGN TO APKAFPOT
015300         ORGANIZATION SEQUENTIAL.
015400     SELECT GXRF-FILE ASSIGN TO APKGXRF
015500         ORGANIZATION SEQUENTIAL.
015600     SELECT HOLD-CTL-FILE ASSIGN TO APKHLDC
015700         ORGANIZATION SEQUENTIAL.
015800     SELECT INSC-FILE ASSIGN TO APKINSC
015900         ORGANIZATION SEQUENTIAL.
016000     SELECT IMKC-FILE ASSIGN TO APKIMKC
016100         ORGANIZATION SEQUENTIAL.
016200     SELECT IMKF-FILE ASSIGN TO APKIMKF
016300         ORGANIZATION SEQUENTIAL.
016316     SELECT NDXV-FILE ASSIGN TO APKNDXV                           !@03A
016333         ORGANIZATION INDEXED                                     !@03A
016350         ACCESS MODE RANDOM                                       !@03A
016366         RECORD KEY IS NDXV-PAGENUM                               !@03A
016383         FILE STATUS IS NDXV-STATUS.                              !@03A
016400     EJECT
016500 DATA DIVISION.
016600 FILE SECTION.
016700* the print dataset APKPSORT wrote: one AFPDS structured field
016800* per record, the X'5A' carriage control byte first.
016900 FD  AFP-IN-FILE
017000     LABEL RECORDS STANDARD
017100     RECORDING MODE F
017200     BLOCK CONTAINS 0
017300     RECORD CONTAINS 8192 CHARACTERS.
017400 01  AFP-IN-RECORD.
017500     05  AFPI-CC             PIC X.
017600     05  AFPI-SFLEN          PIC 9(4) BINARY.
017700     05  AFPI-SFTYPE         PIC XXX.
017800     05  AFPI-SFFLAG         PIC X.
017900     05  AFPI-SFSEQ          PIC 9(4) BINARY.
018000     05  AFPI-SFDATA         PIC X(8183).
018100 FD  AFP-OUT-FILE
018200     LABEL RECORDS STANDARD
018300     RECORDING MODE F
018400     BLOCK CONTAINS 0
018500     RECORD CONTAINS 8192 CHARACTERS.
018600 01  AFP-OUT-RECORD          PIC X(8192).
018700* group name/first page/last page/job name cross-reference
018800* record, one per named group, written by APKOUTXT and put in
018900* mailing order by APKPSORT; each ACIF run's contribution is
019000* closed by a trailer.
019100 FD  GXRF-FILE
019200     LABEL RECORDS STANDARD
019300     RECORDING MODE F
019400     BLOCK CONTAINS 0
019500     RECORD CONTAINS 80 CHARACTERS.
019600 01  GXRF-RECORD.
019700     05  GXRF-GRPNAME        PIC X(44).
019800     05  FILLER              PIC X.
019900     05  GXRF-FIRST-PAGE     PIC 9(8).
020000     05  FILLER              PIC X.
020100     05  GXRF-LAST-PAGE      PIC 9(8).
020200     05  FILLER              PIC X.
020300     05  GXRF-JOBNAME        PIC X(8).
020400     05  FILLER              PIC X.
020500     05  GXRF-DELIVERY       PIC X.
020600         88  GXRF-EDELIVERED VALUE 'E'.
020700         88  GXRF-ADDR-HELD  VALUE 'R'.
020800         88  GXRF-SUPPRESSED VALUE 'S'.
020825         88  GXRF-ARCHIVE-ONLY VALUE 'A'.                         !@02A
020900     05  FILLER              PIC X(7).
021000 FD  HOLD-CTL-FILE
021100     LABEL RECORDS STANDARD
021200     RECORDING MODE F
021300     BLOCK CONTAINS 0
021400     RECORD CONTAINS 80 CHARACTERS.
021500 01  HOLD-CTL-RECORD.
021600     05  HCTL-GRPNAME        PIC X(44).
021700     05  FILLER              PIC X(36).
021800* the inserter threshold cards, in the layout APKINSCF reads.
021900 FD  INSC-FILE
022000     LABEL RECORDS STANDARD
022100     RECORDING MODE F
022200     BLOCK CONTAINS 0
022300     RECORD CONTAINS 80 CHARACTERS.
022400 01  INSC-CARD.
022500     05  INSC-TYPE           PIC X.
022600     05  FILLER              PIC X.
022700     05  INSC-NUM            PIC X(2).
022800     05  FILLER              PIC X(76).
022900* the mark cards, one per report number or DEFAULT; each is       !@03C
022950* read into IMKC-CARD in working storage.                         !@03A
023000 FD  IMKC-FILE
023100     LABEL RECORDS STANDARD
023200     RECORDING MODE F
023300     BLOCK CONTAINS 0
023400     RECORD CONTAINS 80 CHARACTERS.
023500 01  IMKC-RECORD             PIC X(80).                           !@03C
025400* one record per mark placed.
025500 FD  IMKF-FILE
025600     LABEL RECORDS STANDARD
025700     RECORDING MODE F
025800     BLOCK CONTAINS 0
025900     RECORD CONTAINS 80 CHARACTERS.
026000 01  IMKF-RECORD.
026100     05  IMKF-GRPNAME        PIC X(44).
026200     05  FILLER              PIC X.
026300     05  IMKF-JOBNAME        PIC X(8).
026400     05  FILLER              PIC X.
026500     05  IMKF-PAGE           PIC 9(8).
026600     05  FILLER              PIC X.
026700     05  IMKF-SHEET-SEQ      PIC 9(3).
026800     05  IMKF-SHEETS         PIC 9(3).
026900     05  IMKF-BATCH-SEQ      PIC 9(4).
027000     05  IMKF-INSERT         PIC X(4).
027100     05  IMKF-SYMBOLOGY      PIC X.
027200     05  FILLER              PIC X(2).
027205* one record per page, keyed by Begin Page ordinal, written by    !@03A
027211* APKINPXT during the ACIF step; read here by each statement's    !@03A
027217* first page for its report number.                               !@03A
027223 FD  NDXV-FILE                                                    !@03A
027229     LABEL RECORDS STANDARD                                       !@03A
027235     RECORD CONTAINS 80 CHARACTERS.                               !@03A
027241 01  NDXV-RECORD.                                                 !@03A
027247     05  NDXV-PAGENUM        PIC 9(8).                            !@03A
027252     05  NDXV-REPTNUM        PIC XXX.                             !@03A
027258     05  NDXV-REPTDATE       PIC X(8).                            !@03A
027264     05  NDXV-DEPT           PIC 9(4).                            !@03A
027270     05  NDXV-ACCTNO         PIC X(20).                           !@03A
027276     05  NDXV-DELIVERY       PIC X.                               !@03A
027282     05  NDXV-ZIPCODE        PIC X(10).                           !@03A
027288     05  NDXV-SERIAL         PIC X(12).                           !@03A
027294     05  FILLER              PIC X(14).                           !@03A
027300     EJECT
027400 WORKING-STORAGE SECTION.
027500 77  PGMNAME                 PIC X(8) VALUE 'APKIMARK'.
027600 77  AFPWRITE                PIC X(8) VALUE 'AFPWRITE'.
027700 77  AFP-EOF-FLAG            PIC X VALUE LOW-VALUE.
027800     88  AFP-EOF             VALUE HIGH-VALUE.
027900     88  AFP-NOTEOF          VALUE LOW-VALUE.
028000 77  GXRF-EOF-FLAG           PIC X VALUE LOW-VALUE.
028100     88  GXRF-EOF            VALUE HIGH-VALUE.
028200     88  GXRF-NOTEOF         VALUE LOW-VALUE.
028300 77  HOLD-CTL-EOF-FLAG       PIC X VALUE LOW-VALUE.
028400     88  HOLD-CTL-EOF        VALUE HIGH-VALUE.
028500     88  HOLD-CTL-NOTEOF     VALUE LOW-VALUE.
028600 77  INSC-EOF-FLAG           PIC X VALUE LOW-VALUE.
028700     88  INSC-EOF            VALUE HIGH-VALUE.
028800     88  INSC-NOTEOF         VALUE LOW-VALUE.
028900 77  IMKC-EOF-FLAG           PIC X VALUE LOW-VALUE.
029000     88  IMKC-EOF            VALUE HIGH-VALUE.
029100     88  IMKC-NOTEOF         VALUE LOW-VALUE.
029200 77  GROUP-HELD-FLAG         PIC X VALUE 'N'.
029300     88  GROUP-HELD          VALUE 'Y'.
029400     88  GROUP-NOT-HELD      VALUE 'N'.
029500 77  REPORT-CARD-FLAG        PIC X VALUE 'N'.                     !@03C
029600     88  REPORT-CARD-FOUND   VALUE 'Y'.                           !@03C
029700 77  DEFAULT-CARD-FLAG       PIC X VALUE 'N'.
029800     88  DEFAULT-CARD-FOUND  VALUE 'Y'.
029807 77  DEFAULT-USED-FLAG       PIC X VALUE 'N'.                     !@03A
029814     88  DEFAULT-USED        VALUE 'Y'.                           !@03A
029821 77  CARD-USED-FLAG          PIC X VALUE 'N'.                     !@03A
029828     88  CARD-USED           VALUE 'Y'.                           !@03A
029835* the statements of a report without a usable card are            !@03A
029842* followed but not marked.                                        !@03A
029850 77  REPORT-MARK-FLAG        PIC X VALUE 'N'.                     !@03A
029857     88  REPORT-MARKED       VALUE 'Y'.                           !@03A
029864     88  REPORT-NOT-MARKED   VALUE 'N'.                           !@03A
029871 77  NDXV-STATUS             PIC XX VALUE SPACES.                 !@03A
029878 77  NDXV-OPEN-FLAG          PIC X VALUE LOW-VALUE.               !@03A
029885     88  NDXV-OPEN           VALUE HIGH-VALUE.                    !@03A
029892     88  NDXV-NOTOPEN        VALUE LOW-VALUE.                     !@03A
029900 77  MARKING-FLAG            PIC X VALUE LOW-VALUE.
030000     88  MARKING-ON          VALUE HIGH-VALUE.
030100     88  MARKING-OFF         VALUE LOW-VALUE.
030200 77  GROUP-OPEN-FLAG         PIC X VALUE LOW-VALUE.
030300     88  IN-GROUP            VALUE HIGH-VALUE.
030400     88  NOT-IN-GROUP        VALUE LOW-VALUE.
030500* the job id from the PARM.
030600 77  MARK-JOBID              PIC X(8) VALUE SPACES.
030700* the DEFAULT card, the report whose card is in effect, and the   !@03C
030750* report of the statement in hand.                                !@03A
030800 77  CURR-REPTNUM            PIC XXX VALUE HIGH-VALUES.           !@03C
030900 01  DEFAULT-CARD            PIC X(80) VALUE SPACES.
030933 77  GRP-REPTNUM             PIC XXX VALUE SPACES.                !@03A
030966 77  FIND-REPTNUM            PIC XXX VALUE SPACES.                !@03A
031000 77  MARK-SYMBOLOGY          PIC X VALUE 'N'.
031100     88  MARK-OMR            VALUE 'O'.
031200     88  MARK-2D             VALUE 'D'.
031300     88  MARK-NONE           VALUE 'N'.
031400 77  MARK-X-POS              PIC 9(8) BINARY VALUE ZERO.
031500 77  MARK-Y-POS              PIC 9(8) BINARY VALUE ZERO.
031600 77  MARK-WRAP               PIC 9(4) BINARY VALUE 8.
031700 77  MARK-INSERT             PIC X(4) VALUE '0000'.
031750 77  DEFAULT-WRAP            PIC 9(4) BINARY VALUE 8.             !@03A
031800 77  MAX-POSITION            PIC 9(8) BINARY VALUE 28000.
031900 77  MAX-OMR-WRAP            PIC 9(4) BINARY VALUE 8.
032000 77  MARK-RC                 PIC 9(4) BINARY VALUE ZERO.
032100 77  PAGES-PER-SHEET         PIC 9(4) BINARY VALUE 1.
032200 77  SHEET-FACTOR-IN         PIC 9(2) VALUE ZERO.
032300* the cross-reference file holds one contribution per ACIF run
032400* in the job, each closed by its trailer; this run's is the
032500* last, so the records ahead of it are passed over.
032600 77  GXRF-SKIP-CNTR          PIC 9(8) BINARY VALUE ZERO.
032700 77  GXRF-REC-CNTR           PIC 9(8) BINARY VALUE ZERO.
032800 77  GXRF-PREV-START         PIC 9(8) BINARY VALUE ZERO.
032900 77  GXRF-CURR-START         PIC 9(8) BINARY VALUE ZERO.
033000 77  GRP-NAME                PIC X(44) VALUE SPACES.
033100 77  GRP-NAME-LEN            PIC 9(4) BINARY VALUE ZERO.
033200 77  TRIPLET-PTR             PIC 9(8) BINARY VALUE ZERO.
033300 77  TRIPLET-LENGTH          PIC 9(4) BINARY VALUE ZERO.
033400* the statement in hand: its pages from the cross-reference,
033500* the pages seen so far, and the sheets it takes.
033600 77  GRP-PAGES               PIC 9(8) BINARY VALUE ZERO.
033700 77  GRP-PAGE-CNTR           PIC 9(8) BINARY VALUE ZERO.
033800 77  GRP-SHEETS              PIC 9(8) BINARY VALUE ZERO.
033900 77  PAGE-OFFSET             PIC 9(8) BINARY VALUE ZERO.
034000 77  SHEET-SEQ               PIC 9(8) BINARY VALUE ZERO.
034100 77  SIDE-REMAINDER          PIC 9(4) BINARY VALUE ZERO.
034200 77  WK-REMAINDER            PIC 9(8) BINARY VALUE ZERO.
034300 77  WK-QUOTIENT             PIC 9(8) BINARY VALUE ZERO.
034400 77  BATCH-SEQ               PIC 9(4) BINARY VALUE ZERO.
034500 77  BIT-VALUE               PIC 9(8) BINARY VALUE ZERO.
034600 77  BIT-REMAINDER           PIC 9(4) BINARY VALUE ZERO.
034700 77  TRACK-NUM               PIC 9(4) BINARY VALUE ZERO.
034800 77  TRACK-ON-CNTR           PIC 9(4) BINARY VALUE ZERO.
034900 77  INSERT-CODE-CNTR        PIC 9(4) BINARY VALUE ZERO.
035000 77  AFP-IN-CNTR             PIC 9(8) BINARY VALUE ZERO.
035100 77  AFP-OUT-CNTR            PIC 9(8) BINARY VALUE ZERO.
035200 77  GROUP-CNTR              PIC 9(8) BINARY VALUE ZERO.
035300 77  SHEET-CNTR              PIC 9(8) BINARY VALUE ZERO.
035400 77  MISMATCH-CNTR           PIC 9(8) BINARY VALUE ZERO.
035500 77  DISP-CNTR               PIC ZZZZ,ZZ9.
035600 77  DISP-SHEETS             PIC ZZZZ,ZZ9.
035700     COPY STRFLDS SUPPRESS.
035800 01  BIN2-AREA.
035900     05  BIN2                PIC 9(4) BINARY VALUE ZERO.
036000     05  BIN2-X              REDEFINES BIN2
036100                             PIC XX.
036200     05  BIN2-BYTES          REDEFINES BIN2.
036300         10  BIN2-1          PIC X.
036400         10  BIN2-2          PIC X.
036500 01  BIN4-AREA.
036600     05  BIN4                PIC 9(8) BINARY VALUE ZERO.
036700     05  BIN4-X              REDEFINES BIN4
036800                             PIC X(4).
036900* the OMR tracks, 1 for a dash, top of the column first.
037000 01  OMR-TRACK-TABLE.
037100     05  OMR-TRACK           OCCURS 18 TIMES
037200                             PIC X.
037300         88  OMR-TRACK-ON    VALUE '1'.
037400* OMR geometry in 1440ths: track pitch, dash length, dash
037500* thickness.
037600 77  OMR-PITCH               PIC 9(4) BINARY VALUE 240.
037700 77  OMR-LENGTH              PIC 9(4) BINARY VALUE 720.
037800 77  OMR-THICKNESS           PIC 9(4) BINARY VALUE 20.
037900* the Data Matrix symbol: a 1/2-inch square object area, and
038000* the text it carries.
038100 77  DM-AREA-SIZE            PIC 9(8) BINARY VALUE 720.
038200 01  DM-DATA.
038300     05  DM-JOBNAME          PIC X(8).
038400     05  DM-SHEET-SEQ        PIC 9(3).
038500     05  DM-SHEETS           PIC 9(3).
038600     05  DM-BATCH-SEQ        PIC 9(4).
038700     05  DM-INSERT           PIC X(4).
038800* the structured fields of a mark are assembled here, then
038900* built and written one at a time. the build area is larger
039000* than a record: AFPWRITE maps its introducer plus a full
039100* 8192-byte data area over the buffer it is given.
039200 77  MARK-SF-TYPE            PIC X(3) VALUE SPACES.
039300 77  MARK-SF-LEN             PIC 9(9) BINARY VALUE ZERO.
039400 01  MARK-SF-DATA            PIC X(512).
039500 77  MARK-OBJECT-NAME        PIC X(8) VALUE 'APKIMARK'.
039600 77  ENV-REC-LEN             PIC 9(4) BINARY VALUE ZERO.
039700 77  ENV-DATA-LEN            PIC 9(9) BINARY VALUE ZERO.
039800 77  ENV-PTR                 POINTER.
039900 01  ENV-RECORD-AREA         PIC X(8201).
040000* the hold list.
040100 01  HOLD-LIST-TABLE.
040200     05  HL-CNTR             PIC 9(4) BINARY VALUE ZERO.
040300     05  HL-ENTRY            OCCURS 50 TIMES
040400                             DEPENDING ON HL-CNTR
040500                             INDEXED BY HL-INDEX
040600                             PIC X(44).
040603* the card being read or applied.                                 !@03A
040606 01  IMKC-CARD.                                                   !@03A
040609     05  IMKC-REPORT         PIC X(8).                            !@03A
040612     05  FILLER              PIC X.                               !@03A
040616     05  IMKC-SYMBOLOGY      PIC X.                               !@03A
040619     05  FILLER              PIC X.                               !@03A
040622     05  IMKC-X-POS          PIC X(5).                            !@03A
040625     05  IMKC-X-POS-N        REDEFINES IMKC-X-POS                 !@03A
040629                             PIC 9(5).                            !@03A
040632     05  FILLER              PIC X.                               !@03A
040635     05  IMKC-Y-POS          PIC X(5).                            !@03A
040638     05  IMKC-Y-POS-N        REDEFINES IMKC-Y-POS                 !@03A
040641                             PIC 9(5).                            !@03A
040645     05  FILLER              PIC X.                               !@03A
040648     05  IMKC-WRAP           PIC X(4).                            !@03A
040651     05  IMKC-WRAP-N         REDEFINES IMKC-WRAP                  !@03A
040654                             PIC 9(4).                            !@03A
040658     05  FILLER              PIC X.                               !@03A
040661     05  IMKC-INSERT         PIC X(4).                            !@03A
040664     05  FILLER              PIC X(48).                           !@03A
040667* the report cards, and whether each has been used yet: a         !@03A
040670* card's problems are logged the first time only.                 !@03A
040674 01  MARK-CARD-TABLE.                                             !@03A
040677     05  MC-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@03A
040680     05  MC-ENTRY            OCCURS 100 TIMES                     !@03A
040683                             DEPENDING ON MC-CNTR                 !@03A
040687                             INDEXED BY MC-INDEX.                 !@03A
040690         10  MC-REPTNUM      PIC XXX.                             !@03A
040693         10  MC-USED         PIC X.                               !@03A
040696         10  MC-CARD         PIC X(80).                           !@03A
040700 LINKAGE SECTION.
040800 01  PARM-AREA.
040900     05  PARM-LEN            PIC S9(4) BINARY.
041000     05  PARM-DATA           PIC X(8).
041100 TITLE 'Initialization and Main Line'.
041200 PROCEDURE DIVISION USING PARM-AREA.
041300 0000-MAINLINE.
041400     IF PARM-LEN > 8
041500      THEN
041600       MOVE 8 TO PARM-LEN
041700     END-IF.
041800     IF PARM-LEN > ZERO
041900      THEN
042000       MOVE PARM-DATA (1 : PARM-LEN) TO MARK-JOBID
042100     END-IF.
042200     PERFORM 0010-LOAD-MARK-CARDS.                                !@03C
042300     PERFORM 0020-LOAD-HOLD-LIST.
042400     PERFORM 0030-LOAD-SHEET-FACTOR.
042500     OPEN INPUT AFP-IN-FILE.
042600     OPEN OUTPUT AFP-OUT-FILE.
042700     OPEN OUTPUT IMKF-FILE.
042800     IF MARKING-ON
042900      THEN
043000       PERFORM 0050-FIND-CONTRIBUTION;                            !@03C
043050       PERFORM 0060-OPEN-INDEX-VALUES                             !@03A
043100     END-IF.
043200     SET AFP-NOTEOF TO TRUE.
043300     PERFORM 0100-COPY-RECORD
043400         UNTIL AFP-EOF.
043500* every statement the cross-reference says is in the print
043600* dataset must have been met in it.
043700     IF MARKING-ON
043800      THEN
043900       PERFORM 0135-READ-GXRF;
044000       IF GXRF-NOTEOF
044100        THEN
044200         DISPLAY PGMNAME ' STATEMENT ' GXRF-GRPNAME
044300           ' IS NOT IN THE PRINT DATASET.';
044400         MOVE 8 TO MARK-RC
044500       END-IF;
044600       CLOSE GXRF-FILE
044700     END-IF.
044720     IF NDXV-OPEN                                                 !@03A
044740      THEN                                                        !@03A
044760       CLOSE NDXV-FILE                                            !@03A
044780     END-IF.                                                      !@03A
044800     CLOSE AFP-IN-FILE.
044900     CLOSE AFP-OUT-FILE.
045000     CLOSE IMKF-FILE.
045100     MOVE GROUP-CNTR TO DISP-CNTR.
045200     MOVE SHEET-CNTR TO DISP-SHEETS.
045300     DISPLAY PGMNAME ' JOB ' MARK-JOBID DISP-CNTR
045400         ' STATEMENTS,' DISP-SHEETS ' SHEETS MARKED.'.
045500     IF MARK-RC = 8
045600      THEN
045700       DISPLAY PGMNAME ' THE MARKS CANNOT BE TRUSTED. HOLD THE'
045800         ' PRINT AND THE INSERTER RUN.'
045900     END-IF.
046000     MOVE MARK-RC TO RETURN-CODE.
046100     STOP RUN.
046137 0010-LOAD-MARK-CARDS.                                            !@03A
046174* every report's card is kept, and the DEFAULT card for the       !@03A
046211* reports without one; each is checked when its report first      !@03A
046248* comes up. with no card at all nothing is marked.                !@03A
046285     OPEN INPUT IMKC-FILE.                                        !@03A
046323     SET IMKC-NOTEOF TO TRUE.                                     !@03A
046360     PERFORM UNTIL IMKC-EOF                                       !@03A
046397       READ IMKC-FILE INTO IMKC-CARD                              !@03A
046434        AT END                                                    !@03A
046471         SET IMKC-EOF TO TRUE                                     !@03A
046508        NOT AT END                                                !@03A
046546         IF IMKC-REPORT (1 : 1) NOT = '*'                         !@03A
046583          THEN                                                    !@03A
046620           EVALUATE IMKC-REPORT                                   !@03A
046657            WHEN SPACES                                           !@03A
046694             CONTINUE                                             !@03A
046731            WHEN 'DEFAULT'                                        !@03A
046769             MOVE IMKC-CARD TO DEFAULT-CARD;                      !@03A
046806             SET DEFAULT-CARD-FOUND TO TRUE                       !@03A
046843            WHEN OTHER                                            !@03A
046880             PERFORM 0012-KEEP-REPORT-CARD                        !@03A
046917           END-EVALUATE                                           !@03A
046954         END-IF                                                   !@03A
046992       END-READ                                                   !@03A
047029     END-PERFORM.                                                 !@03A
047066     CLOSE IMKC-FILE.                                             !@03A
047103     IF MC-CNTR = ZERO AND NOT DEFAULT-CARD-FOUND                 !@03A
047140      THEN                                                        !@03A
047177       DISPLAY PGMNAME ' NO APKIMKC CARDS FOR JOB ' MARK-JOBID    !@03A
047215         '. NO MARKS PLACED.';                                    !@03A
047252       MOVE 4 TO MARK-RC                                          !@03A
047289      ELSE                                                        !@03A
047326       SET MARKING-ON TO TRUE                                     !@03A
047363     END-IF.                                                      !@03A
047400 0012-KEEP-REPORT-CARD.                                           !@03A
047438* a later card for a report replaces its earlier one.             !@03A
047475     MOVE IMKC-REPORT (1 : 3) TO FIND-REPTNUM.                    !@03A
047512     PERFORM 0013-FIND-REPORT-CARD.                               !@03A
047549     IF NOT REPORT-CARD-FOUND AND MC-CNTR < 100                   !@03A
047586      THEN                                                        !@03A
047623       ADD 1 TO MC-CNTR;                                          !@03A
047661       SET MC-INDEX TO MC-CNTR;                                   !@03A
047698       MOVE FIND-REPTNUM TO MC-REPTNUM (MC-INDEX);                !@03A
047735       SET REPORT-CARD-FOUND TO TRUE                              !@03A
047772     END-IF.                                                      !@03A
047809     IF REPORT-CARD-FOUND                                         !@03A
047846      THEN                                                        !@03A
047884       MOVE 'N' TO MC-USED (MC-INDEX);                            !@03A
047921       MOVE IMKC-CARD TO MC-CARD (MC-INDEX)                       !@03A
047958      ELSE                                                        !@03A
047995       DISPLAY PGMNAME ' MORE THAN 100 REPORT CARDS. IGNORED: '   !@03A
048032         IMKC-CARD (1 : 32)                                       !@03A
048069     END-IF.                                                      !@03A
048107 0013-FIND-REPORT-CARD.                                           !@03A
048144* leaves MC-INDEX on the card for FIND-REPTNUM, if it has one.    !@03A
048181     MOVE 'N' TO REPORT-CARD-FLAG.                                !@03A
048218     IF MC-CNTR > 0                                               !@03A
048255      THEN                                                        !@03A
048292       SET MC-INDEX TO 1;                                         !@03A
048330       SEARCH MC-ENTRY                                            !@03A
048367        AT END                                                    !@03A
048404         CONTINUE                                                 !@03A
048441        WHEN MC-REPTNUM (MC-INDEX) = FIND-REPTNUM                 !@03A
048478         SET REPORT-CARD-FOUND TO TRUE                            !@03A
048515       END-SEARCH                                                 !@03A
048553     END-IF.                                                      !@03A
048590 0014-APPLY-REPORT-CARD.                                          !@03A
048627* a new report starts: its own card, else the DEFAULT card, sets  !@03A
048664* the marks of its statements until the report changes again. a   !@03A
048701* report with neither is kept with an empty card, so that it is   !@03A
048738* logged once, like a card that cannot be used.                   !@03A
048776     MOVE GRP-REPTNUM TO CURR-REPTNUM.                            !@03A
048813     MOVE GRP-REPTNUM TO FIND-REPTNUM.                            !@03A
048850     PERFORM 0013-FIND-REPORT-CARD.                               !@03A
048887     IF NOT REPORT-CARD-FOUND AND NOT DEFAULT-CARD-FOUND          !@03A
048924        AND MC-CNTR < 100                                         !@03A
048961      THEN                                                        !@03A
048999       ADD 1 TO MC-CNTR;                                          !@03A
049036       SET MC-INDEX TO MC-CNTR;                                   !@03A
049073       MOVE GRP-REPTNUM TO MC-REPTNUM (MC-INDEX);                 !@03A
049110       MOVE 'N' TO MC-USED (MC-INDEX);                            !@03A
049147       MOVE SPACES TO MC-CARD (MC-INDEX);                         !@03A
049184       SET REPORT-CARD-FOUND TO TRUE                              !@03A
049222     END-IF.                                                      !@03A
049259     EVALUATE TRUE                                                !@03A
049296      WHEN REPORT-CARD-FOUND                                      !@03A
049333       MOVE MC-CARD (MC-INDEX) TO IMKC-CARD;                      !@03A
049370       MOVE MC-USED (MC-INDEX) TO CARD-USED-FLAG;                 !@03A
049407       MOVE 'Y' TO MC-USED (MC-INDEX)                             !@03A
049445      WHEN DEFAULT-CARD-FOUND                                     !@03A
049482       MOVE DEFAULT-CARD TO IMKC-CARD;                            !@03A
049519       MOVE DEFAULT-USED-FLAG TO CARD-USED-FLAG;                  !@03A
049556       SET DEFAULT-USED TO TRUE                                   !@03A
049593      WHEN OTHER                                                  !@03A
049630       MOVE SPACES TO IMKC-CARD;                                  !@03A
049668       MOVE 'N' TO CARD-USED-FLAG                                 !@03A
049705     END-EVALUATE.                                                !@03A
049742     IF IMKC-CARD = SPACES                                        !@03A
049779      THEN                                                        !@03A
049816       SET REPORT-NOT-MARKED TO TRUE;                             !@03A
049853       IF NOT CARD-USED                                           !@03A
049891        THEN                                                      !@03A
049928         DISPLAY PGMNAME ' NO APKIMKC CARD FOR REPORT '           !@03A
049965           GRP-REPTNUM '. ITS STATEMENTS ARE NOT MARKED.'         !@03A
050002       END-IF;                                                    !@03A
050039       IF MARK-RC < 4                                             !@03A
050076        THEN                                                      !@03A
050114         MOVE 4 TO MARK-RC                                        !@03A
050151       END-IF                                                     !@03A
050188      ELSE                                                        !@03A
050225       PERFORM 0015-CHECK-MARK-CARD THRU 0015-EXIT                !@03A
050262     END-IF.                                                      !@03A
050300 0015-CHECK-MARK-CARD.
050400* a card that cannot be used places no marks on its report: a     !@03C
050500* mark in the wrong place or with a short batch wrap is worse     !@03C
050550* than none. its problems are logged the first time it is used.   !@03A
050600     SET REPORT-NOT-MARKED TO TRUE.                               !@03C
050625     MOVE DEFAULT-WRAP TO MARK-WRAP.                              !@03A
050650     MOVE '0000' TO MARK-INSERT.                                  !@03A
050675     MOVE IMKC-SYMBOLOGY TO MARK-SYMBOLOGY.                       !@03A
050700     IF MARK-NONE
050800      THEN
050900       IF NOT CARD-USED                                           !@03C
050925        THEN                                                      !@03A
050950         DISPLAY PGMNAME ' REPORT ' CURR-REPTNUM                  !@03A
050960           ' IS NOT MARKED.'                                      !@03A
050975       END-IF;                                                    !@03A
051000       GO TO 0015-EXIT
051100     END-IF.
051200     IF NOT MARK-OMR AND NOT MARK-2D
051300        OR IMKC-X-POS NOT NUMERIC OR IMKC-Y-POS NOT NUMERIC
051400      THEN
051500       GO TO 0015-BAD-CARD
051600     END-IF.
051700     MOVE IMKC-X-POS-N TO MARK-X-POS.
051800     MOVE IMKC-Y-POS-N TO MARK-Y-POS.
051900     IF MARK-X-POS > MAX-POSITION OR MARK-Y-POS > MAX-POSITION
052000      THEN
052100       GO TO 0015-BAD-CARD
052200     END-IF.
052300     IF IMKC-WRAP NOT = SPACES
052400      THEN
052500       IF IMKC-WRAP NOT NUMERIC OR IMKC-WRAP-N = ZERO
052600        THEN
052700         GO TO 0015-BAD-CARD
052800       END-IF;
052900       MOVE IMKC-WRAP-N TO MARK-WRAP
053000     END-IF.
053100     IF MARK-OMR AND MARK-WRAP > MAX-OMR-WRAP
053200      THEN
053300       GO TO 0015-BAD-CARD
053400     END-IF.
053500     IF IMKC-INSERT NOT = SPACES
053600      THEN
053700       MOVE IMKC-INSERT TO MARK-INSERT;
053800       INSPECT MARK-INSERT REPLACING ALL SPACE BY '0';
053900       MOVE ZERO TO INSERT-CODE-CNTR;
054000       INSPECT MARK-INSERT TALLYING INSERT-CODE-CNTR
054100           FOR ALL '0' ALL '1';
054200       IF INSERT-CODE-CNTR NOT = 4
054300        THEN
054400         GO TO 0015-BAD-CARD
054500       END-IF
054600     END-IF.
054700     SET REPORT-MARKED TO TRUE.                                   !@03C
054800     GO TO 0015-EXIT.
054900 0015-BAD-CARD.
055000     IF NOT CARD-USED                                             !@03C
055040      THEN                                                        !@03A
055080       DISPLAY PGMNAME ' APKIMKC CARD CANNOT BE USED: '           !@03A
055100         IMKC-CARD;                                               !@03A
055120       DISPLAY PGMNAME ' REPORT ' CURR-REPTNUM ' IS NOT MARKED.'  !@03A
055160     END-IF.                                                      !@03A
055200     MOVE 'N' TO MARK-SYMBOLOGY.                                  !@03A
055240     IF MARK-RC < 4                                               !@03A
055280      THEN                                                        !@03A
055320       MOVE 4 TO MARK-RC                                          !@03A
055360     END-IF.                                                      !@03A
055400 0015-EXIT.
055500     EXIT.
055600 0020-LOAD-HOLD-LIST.
055700* the legal-hold group names APKOUTXT diverts by; an absent
055800* or empty member holds nothing, as in the exit.
055900     OPEN INPUT HOLD-CTL-FILE.
056000     SET HOLD-CTL-NOTEOF TO TRUE.
056100     PERFORM UNTIL HOLD-CTL-EOF
056200       READ HOLD-CTL-FILE
056300        AT END
056400         SET HOLD-CTL-EOF TO TRUE
056500        NOT AT END
056600         IF HCTL-GRPNAME NOT = SPACES
056700            AND HCTL-GRPNAME (1 : 1) NOT = '*'
056800            AND HL-CNTR < 50
056900          THEN
057000           ADD 1 TO HL-CNTR;
057100           SET HL-INDEX TO HL-CNTR;
057200           MOVE HCTL-GRPNAME TO HL-ENTRY (HL-INDEX)
057300         END-IF
057400       END-READ
057500     END-PERFORM.
057600     CLOSE HOLD-CTL-FILE.
057700 0030-LOAD-SHEET-FACTOR.
057800* pages per sheet from the S card, as APKINSCF takes it.
057900     OPEN INPUT INSC-FILE.
058000     SET INSC-NOTEOF TO TRUE.
058100     PERFORM UNTIL INSC-EOF
058200       READ INSC-FILE
058300        AT END
058400         SET INSC-EOF TO TRUE
058500        NOT AT END
058600         IF INSC-TYPE = 'S'
058700            AND INSC-NUM NUMERIC AND INSC-NUM NOT = '00'
058800          THEN
058900           MOVE INSC-NUM TO SHEET-FACTOR-IN;
059000           MOVE SHEET-FACTOR-IN TO PAGES-PER-SHEET
059100         END-IF
059200       END-READ
059300     END-PERFORM.
059400     CLOSE INSC-FILE.
059500 0040-CHECK-HOLD-LIST.
059600     SET GROUP-NOT-HELD TO TRUE.
059700     IF HL-CNTR > 0
059800      THEN
059900       SET HL-INDEX TO 1;
060000       SEARCH HL-ENTRY
060100        AT END
060200         CONTINUE
060300        WHEN HL-ENTRY (HL-INDEX) = GXRF-GRPNAME
060400         SET GROUP-HELD TO TRUE
060500       END-SEARCH
060600     END-IF.
060700 0050-FIND-CONTRIBUTION.
060800* one pass counts the records ahead of the last contribution;
060900* the file is then reopened and positioned there.
061000     OPEN INPUT GXRF-FILE.
061100     SET GXRF-NOTEOF TO TRUE.
061200     PERFORM UNTIL GXRF-EOF
061300       READ GXRF-FILE
061400        AT END
061500         SET GXRF-EOF TO TRUE
061600        NOT AT END
061700         ADD 1 TO GXRF-REC-CNTR;
061800         IF GXRF-GRPNAME (1 : 8) = '*TRAILER'
061900          THEN
062000           MOVE GXRF-CURR-START TO GXRF-PREV-START;
062100           MOVE GXRF-REC-CNTR TO GXRF-CURR-START
062200         END-IF
062300       END-READ
062400     END-PERFORM.
062500     CLOSE GXRF-FILE.
062600* a file ending in a trailer ends with this run's contribution,
062700* which began after the trailer before it.
062800     IF GXRF-CURR-START = GXRF-REC-CNTR
062900      THEN
063000       MOVE GXRF-PREV-START TO GXRF-SKIP-CNTR
063100      ELSE
063200       MOVE GXRF-CURR-START TO GXRF-SKIP-CNTR
063300     END-IF.
063400     SET GXRF-NOTEOF TO TRUE.
063500     OPEN INPUT GXRF-FILE.
063600     PERFORM 0055-SKIP-GXRF-RECORD
063700         UNTIL GXRF-SKIP-CNTR = ZERO OR GXRF-EOF.
063800 0055-SKIP-GXRF-RECORD.
063900     READ GXRF-FILE
064000      AT END
064100       SET GXRF-EOF TO TRUE
064200     END-READ.
064300     SUBTRACT 1 FROM GXRF-SKIP-CNTR.
064307 0060-OPEN-INDEX-VALUES.                                          !@03A
064314* without the index values no statement's report is known:        !@03A
064321* every statement takes the DEFAULT card, and the log says so     !@03A
064328* once.                                                           !@03A
064335     OPEN INPUT NDXV-FILE.                                        !@03A
064342     IF NDXV-STATUS = '00' OR NDXV-STATUS = '97'                  !@03A
064350      THEN                                                        !@03A
064357       SET NDXV-OPEN TO TRUE                                      !@03A
064364      ELSE                                                        !@03A
064371       SET NDXV-NOTOPEN TO TRUE;                                  !@03A
064378       DISPLAY PGMNAME ' NO INDEX VALUE FILE, STATUS='            !@03A
064385         NDXV-STATUS '. EVERY STATEMENT TAKES THE DEFAULT CARD.'  !@03A
064392     END-IF.                                                      !@03A
064400     EJECT
064500 TITLE 'Copy the Print Dataset'.
064600 0100-COPY-RECORD.
064700* every record is copied; a front page's mark goes in ahead of
064800* its End Page.
064900     READ AFP-IN-FILE
065000      AT END
065100       SET AFP-EOF TO TRUE
065200      NOT AT END
065300       ADD 1 TO AFP-IN-CNTR;
065400       IF MARKING-ON
065500        THEN
065600         PERFORM 0110-CHECK-RECORD
065700       END-IF;
065800       WRITE AFP-OUT-RECORD FROM AFP-IN-RECORD;
065900       ADD 1 TO AFP-OUT-CNTR
066000     END-READ.
066100 0110-CHECK-RECORD.
066200     EVALUATE AFPI-SFTYPE
066300      WHEN SF-BNG
066400       PERFORM 0120-START-GROUP THRU 0120-EXIT                    !@03C
066500      WHEN SF-BPG
066600       IF IN-GROUP
066700        THEN
066800         ADD 1 TO GRP-PAGE-CNTR
066900       END-IF
067000      WHEN SF-EPG
067100       IF IN-GROUP
067200        THEN
067300         PERFORM 0200-MARK-PAGE THRU 0200-EXIT                    !@03C
067400       END-IF
067500      WHEN SF-ENG
067600       IF IN-GROUP
067700        THEN
067800         PERFORM 0150-END-GROUP
067900       END-IF
068000      WHEN OTHER
068100       CONTINUE
068200     END-EVALUATE.
068300 0120-START-GROUP.
068400* a named group opens: one statement, which must be the next
068500* one the cross-reference has in the print dataset. once they
068600* part, nothing after can be matched, and marking stops.
068700     PERFORM 0125-GET-GROUP-NAME.
068800     PERFORM 0135-READ-GXRF.
068900     IF GXRF-EOF
069000        OR GXRF-GRPNAME NOT = GRP-NAME
069100      THEN
069200       DISPLAY PGMNAME ' GROUP CROSS-REFERENCE OUT OF STEP AT'
069300         ' GROUP ' GRP-NAME '. NO MORE MARKS PLACED.';
069400       MOVE 8 TO MARK-RC;
069500       SET MARKING-OFF TO TRUE;
069600       SET NOT-IN-GROUP TO TRUE;
069700       GO TO 0120-EXIT
069800     END-IF.
069900     SET IN-GROUP TO TRUE.
070000     PERFORM 0140-GET-GROUP-REPORT.                               !@03C
070011     IF GRP-REPTNUM NOT = CURR-REPTNUM                            !@03A
070022      THEN                                                        !@03A
070033       PERFORM 0014-APPLY-REPORT-CARD                             !@03A
070044     END-IF.                                                      !@03A
070055     IF REPORT-MARKED                                             !@03A
070066      THEN                                                        !@03A
070077       ADD 1 TO GROUP-CNTR                                        !@03A
070088     END-IF.                                                      !@03A
070100     MOVE ZERO TO GRP-PAGE-CNTR.
070200     COMPUTE GRP-PAGES = GXRF-LAST-PAGE - GXRF-FIRST-PAGE + 1.
070300     DIVIDE GRP-PAGES BY PAGES-PER-SHEET
070400         GIVING GRP-SHEETS
070500         REMAINDER WK-REMAINDER.
070600     IF WK-REMAINDER > ZERO
070700      THEN
070800       ADD 1 TO GRP-SHEETS
070900     END-IF.
071000 0120-EXIT.
071100     EXIT.
071200 0125-GET-GROUP-NAME.
071300     MOVE SPACES TO GRP-NAME.
071400     IF AFPI-SFLEN > 16
071500      THEN
071600       MOVE AFPI-SFDATA (1 : 8) TO GRP-NAME (1 : 8)
071700      ELSE
071800       IF AFPI-SFLEN > 8
071900        THEN
072000         MOVE AFPI-SFDATA (1 : AFPI-SFLEN - 8)
072100           TO GRP-NAME (1 : AFPI-SFLEN - 8)
072200       END-IF
072300     END-IF.
072400* the triplets, when present, begin after the token name.
072500     MOVE 9 TO TRIPLET-PTR.
072600     PERFORM 0127-SCAN-GROUP-TRIPLET
072700         UNTIL TRIPLET-PTR >= AFPI-SFLEN - 8.
072800 0127-SCAN-GROUP-TRIPLET.
072900* a zero-length triplet would loop forever; a malformed one
073000* ends the scan.
073100     MOVE LOW-VALUE TO BIN2-1.
073200     MOVE AFPI-SFDATA (TRIPLET-PTR : 1) TO BIN2-2.
073300     MOVE BIN2 TO TRIPLET-LENGTH.
073400     IF TRIPLET-LENGTH < 2
073500      THEN
073600       MOVE AFPI-SFLEN TO TRIPLET-PTR
073700      ELSE
073800       IF AFPI-SFDATA (TRIPLET-PTR + 1 : 1) = TR-FQN (2 : 1)
073900          AND AFPI-SFDATA (TRIPLET-PTR + 2 : 1) = FQN-GID
074000          AND TRIPLET-LENGTH > 3
074100        THEN
074200         SUBTRACT 3 FROM TRIPLET-LENGTH GIVING GRP-NAME-LEN;
074300         IF GRP-NAME-LEN > LENGTH OF GRP-NAME
074400          THEN
074500           MOVE LENGTH OF GRP-NAME TO GRP-NAME-LEN
074600         END-IF;
074700         IF GRP-NAME-LEN > 0
074800          THEN
074900           MOVE SPACES TO GRP-NAME;
075000           MOVE AFPI-SFDATA (TRIPLET-PTR + 3 : GRP-NAME-LEN)
075100             TO GRP-NAME (1 : GRP-NAME-LEN)
075200         END-IF
075300       END-IF;
075400       ADD TRIPLET-LENGTH TO TRIPLET-PTR
075500     END-IF.
075600 0135-READ-GXRF.
075700* trailers, statements APKEDLV took out of the print dataset,
075800* and legal-hold statements APKOUTXT diverted have no group
075900* here.
076000     PERFORM 0137-READ-ONE-GXRF.
076100     PERFORM 0137-READ-ONE-GXRF
076200         UNTIL GXRF-EOF
076300         OR (GXRF-GRPNAME (1 : 8) NOT = '*TRAILER'
076400         AND NOT GXRF-EDELIVERED AND NOT GXRF-ADDR-HELD
076500         AND NOT GXRF-SUPPRESSED
076550         AND NOT GXRF-ARCHIVE-ONLY                                !@02A
076600         AND GROUP-NOT-HELD).
076700 0137-READ-ONE-GXRF.
076800     READ GXRF-FILE
076900      AT END
077000       SET GXRF-EOF TO TRUE
077100      NOT AT END
077200       PERFORM 0040-CHECK-HOLD-LIST
077300     END-READ.
077306 0140-GET-GROUP-REPORT.                                           !@03A
077313* the report number from the index values of the statement's      !@03A
077320* first page; without one the statement takes the DEFAULT card.   !@03A
077326     MOVE SPACES TO GRP-REPTNUM.                                  !@03A
077333     IF NDXV-OPEN                                                 !@03A
077340      THEN                                                        !@03A
077346       MOVE GXRF-FIRST-PAGE TO NDXV-PAGENUM;                      !@03A
077353       READ NDXV-FILE                                             !@03A
077360        INVALID KEY                                               !@03A
077366         CONTINUE                                                 !@03A
077373        NOT INVALID KEY                                           !@03A
077380         MOVE NDXV-REPTNUM TO GRP-REPTNUM                         !@03A
077386       END-READ                                                   !@03A
077393     END-IF.                                                      !@03A
077400 0150-END-GROUP.
077500* the pages met must be the pages the cross-reference and so
077600* APKINSF give the statement, or its envelope will not match.
077700     IF GRP-PAGE-CNTR NOT = GRP-PAGES
077800      THEN
077900       MOVE GRP-PAGE-CNTR TO DISP-CNTR;
078000       DISPLAY PGMNAME ' STATEMENT ' GXRF-GRPNAME ' HAS'
078100         DISP-CNTR ' PAGES, NOT ' GRP-PAGES '.';
078200       ADD 1 TO MISMATCH-CNTR;
078300       MOVE 8 TO MARK-RC
078400     END-IF.
078500     SET NOT-IN-GROUP TO TRUE.
078600     EJECT
078700 TITLE 'Place the Mark'.
078800 0200-MARK-PAGE.
078900* the first page of each sheet is its front side.
078920     IF REPORT-NOT-MARKED                                         !@03A
078940      THEN                                                        !@03A
078960       GO TO 0200-EXIT                                            !@03A
078980     END-IF.                                                      !@03A
079000     COMPUTE PAGE-OFFSET = GRP-PAGE-CNTR - 1.
079100     DIVIDE PAGE-OFFSET BY PAGES-PER-SHEET
079200         GIVING SHEET-SEQ
079300         REMAINDER SIDE-REMAINDER.
079400     IF SIDE-REMAINDER NOT = ZERO
079500      THEN
079600       GO TO 0200-EXIT
079700     END-IF.
079800     ADD 1 TO SHEET-SEQ.
079900     ADD 1 TO SHEET-CNTR.
080000     DIVIDE SHEET-CNTR BY MARK-WRAP
080100         GIVING WK-QUOTIENT
080200         REMAINDER BATCH-SEQ.
080300     IF MARK-OMR
080400      THEN
080500       PERFORM 0300-WRITE-OMR-MARK
080600      ELSE
080700       PERFORM 0400-WRITE-2D-MARK
080800     END-IF.
080900     PERFORM 0600-WRITE-MARK-RECORD.
081000 0200-EXIT.
081100     EXIT.
081200 0300-WRITE-OMR-MARK.
081300* the tracks are set, then drawn as one presentation text
081400* object: a chain of Absolute Move Baseline, Absolute Move
081500* Inline and Draw I-axis Rule control sequences per dash, the
081600* last one unchained.
081700     MOVE ALL '0' TO OMR-TRACK-TABLE.
081800     MOVE '1' TO OMR-TRACK (1).
081900     MOVE '1' TO OMR-TRACK (18).
082000     DIVIDE SHEET-SEQ BY 16 GIVING WK-QUOTIENT
082100         REMAINDER BIT-VALUE.
082200     MOVE 5 TO TRACK-NUM.
082300     PERFORM 0310-SET-TRACK-BIT 4 TIMES.
082400     DIVIDE GRP-SHEETS BY 16 GIVING WK-QUOTIENT
082500         REMAINDER BIT-VALUE.
082600     MOVE 9 TO TRACK-NUM.
082700     PERFORM 0310-SET-TRACK-BIT 4 TIMES.
082800     MOVE BATCH-SEQ TO BIT-VALUE.
082900     MOVE 12 TO TRACK-NUM.
083000     PERFORM 0310-SET-TRACK-BIT 3 TIMES.
083100     MOVE MARK-INSERT TO OMR-TRACK-TABLE (13 : 4).
083200     MOVE ZERO TO TRACK-ON-CNTR.
083300     INSPECT OMR-TRACK-TABLE (2 : 15)
083400         TALLYING TRACK-ON-CNTR FOR ALL '1'.
083500     DIVIDE TRACK-ON-CNTR BY 2 GIVING WK-QUOTIENT
083600         REMAINDER BIT-REMAINDER.
083700     IF BIT-REMAINDER = 1
083800      THEN
083900       MOVE '1' TO OMR-TRACK (17)
084000     END-IF.
084100     MOVE SF-BPT TO MARK-SF-TYPE.
084200     MOVE MARK-OBJECT-NAME TO MARK-SF-DATA.
084300     MOVE LENGTH OF MARK-OBJECT-NAME TO MARK-SF-LEN.
084400     PERFORM 0500-WRITE-MARK-SF.
084500     MOVE SF-PTX TO MARK-SF-TYPE.
084600     MOVE LOW-VALUES TO MARK-SF-DATA.
084700     MOVE X'2BD3' TO MARK-SF-DATA (1 : 2).
084800     MOVE 2 TO MARK-SF-LEN.
084900     PERFORM 0320-ADD-TRACK-DASH
085000         VARYING TRACK-NUM FROM 1 BY 1
085100         UNTIL TRACK-NUM > 18.
085200     PERFORM 0500-WRITE-MARK-SF.
085300     MOVE SF-EPT TO MARK-SF-TYPE.
085400     MOVE MARK-OBJECT-NAME TO MARK-SF-DATA.
085500     MOVE LENGTH OF MARK-OBJECT-NAME TO MARK-SF-LEN.
085600     PERFORM 0500-WRITE-MARK-SF.
085700 0310-SET-TRACK-BIT.
085800* the low-order bit goes in the bottom track of the field.
085900     DIVIDE BIT-VALUE BY 2 GIVING BIT-VALUE
086000         REMAINDER BIT-REMAINDER.
086100     IF BIT-REMAINDER = 1
086200      THEN
086300       MOVE '1' TO OMR-TRACK (TRACK-NUM)
086400     END-IF.
086500     SUBTRACT 1 FROM TRACK-NUM.
086600 0320-ADD-TRACK-DASH.
086700     IF OMR-TRACK-ON (TRACK-NUM)
086800      THEN
086900       COMPUTE BIN2 = MARK-Y-POS + (TRACK-NUM - 1) * OMR-PITCH;
087000       MOVE X'04D3' TO MARK-SF-DATA (MARK-SF-LEN + 1 : 2);
087100       MOVE BIN2-X TO MARK-SF-DATA (MARK-SF-LEN + 3 : 2);
087200       MOVE MARK-X-POS TO BIN2;
087300       MOVE X'04C7' TO MARK-SF-DATA (MARK-SF-LEN + 5 : 2);
087400       MOVE BIN2-X TO MARK-SF-DATA (MARK-SF-LEN + 7 : 2);
087500       IF TRACK-NUM = 18
087600        THEN
087700         MOVE X'07E4' TO MARK-SF-DATA (MARK-SF-LEN + 9 : 2)
087800        ELSE
087900         MOVE X'07E5' TO MARK-SF-DATA (MARK-SF-LEN + 9 : 2)
088000       END-IF;
088100       MOVE OMR-LENGTH TO BIN2;
088200       MOVE BIN2-X TO MARK-SF-DATA (MARK-SF-LEN + 11 : 2);
088300       MOVE OMR-THICKNESS TO BIN2;
088400       MOVE BIN2-X TO MARK-SF-DATA (MARK-SF-LEN + 13 : 2);
088500       MOVE LOW-VALUE TO MARK-SF-DATA (MARK-SF-LEN + 15 : 1);
088600       ADD 15 TO MARK-SF-LEN
088700     END-IF.
088800 0400-WRITE-2D-MARK.
088900* a bar code object: its environment group gives the object
089000* area, where it goes on the page, and the Data Matrix symbol
089100* type; the data then follows.
089200     MOVE SF-BBC TO MARK-SF-TYPE.
089300     MOVE MARK-OBJECT-NAME TO MARK-SF-DATA.
089400     MOVE LENGTH OF MARK-OBJECT-NAME TO MARK-SF-LEN.
089500     PERFORM 0500-WRITE-MARK-SF.
089600     MOVE SF-BOG TO MARK-SF-TYPE.
089700     PERFORM 0500-WRITE-MARK-SF.
089800* Object Area Descriptor: descriptor position, 1440ths, size.
089900     MOVE SF-OBD TO MARK-SF-TYPE.
090000     MOVE LOW-VALUES TO MARK-SF-DATA.
090100     MOVE X'034301' TO MARK-SF-DATA (1 : 3).
090200     MOVE X'084B000038403840' TO MARK-SF-DATA (4 : 8).
090300     MOVE X'094C02' TO MARK-SF-DATA (12 : 3).
090400     MOVE DM-AREA-SIZE TO BIN4.
090500     MOVE BIN4-X (2 : 3) TO MARK-SF-DATA (15 : 3).
090600     MOVE BIN4-X (2 : 3) TO MARK-SF-DATA (18 : 3).
090700     MOVE 20 TO MARK-SF-LEN.
090800     PERFORM 0500-WRITE-MARK-SF.
090900* Object Area Position: the card's position, no rotation.
091000     MOVE SF-OBP TO MARK-SF-TYPE.
091100     MOVE LOW-VALUES TO MARK-SF-DATA.
091200     MOVE X'0117' TO MARK-SF-DATA (1 : 2).
091300     MOVE MARK-X-POS TO BIN4.
091400     MOVE BIN4-X (2 : 3) TO MARK-SF-DATA (3 : 3).
091500     MOVE MARK-Y-POS TO BIN4.
091600     MOVE BIN4-X (2 : 3) TO MARK-SF-DATA (6 : 3).
091700     MOVE X'00002D00' TO MARK-SF-DATA (9 : 4).
091800     MOVE X'00002D00' TO MARK-SF-DATA (20 : 4).
091900     MOVE X'01' TO MARK-SF-DATA (24 : 1).
092000     MOVE 24 TO MARK-SF-LEN.
092100     PERFORM 0500-WRITE-MARK-SF.
092200* Bar Code Data Descriptor: 1440ths, the area's extents, type
092300* X'1C' Data Matrix, every other value the printer default.
092400     MOVE SF-BDD TO MARK-SF-TYPE.
092500     MOVE LOW-VALUES TO MARK-SF-DATA.
092600     MOVE X'000038403840' TO MARK-SF-DATA (1 : 6).
092700     MOVE DM-AREA-SIZE TO BIN2.
092800     MOVE BIN2-X TO MARK-SF-DATA (7 : 2).
092900     MOVE BIN2-X TO MARK-SF-DATA (9 : 2).
093000     MOVE X'1C00FFFFFFFFFFFF01FFFF' TO MARK-SF-DATA (13 : 11).
093100     MOVE 23 TO MARK-SF-LEN.
093200     PERFORM 0500-WRITE-MARK-SF.
093300     MOVE SF-EOG TO MARK-SF-TYPE.
093400     MOVE MARK-OBJECT-NAME TO MARK-SF-DATA.
093500     MOVE LENGTH OF MARK-OBJECT-NAME TO MARK-SF-LEN.
093600     PERFORM 0500-WRITE-MARK-SF.
093700* Bar Code Data: the symbol at the area's origin, the Data
093800* Matrix parameters asking for the text in ASCII, then the
093900* text.
094000     MOVE GXRF-JOBNAME TO DM-JOBNAME.
094100     MOVE SHEET-SEQ TO DM-SHEET-SEQ.
094200     MOVE GRP-SHEETS TO DM-SHEETS.
094300     MOVE BATCH-SEQ TO DM-BATCH-SEQ.
094400     MOVE MARK-INSERT TO DM-INSERT.
094500     MOVE SF-BDA TO MARK-SF-TYPE.
094600     MOVE LOW-VALUES TO MARK-SF-DATA.
094700     MOVE X'80' TO MARK-SF-DATA (6 : 1).
094800     MOVE DM-DATA TO MARK-SF-DATA (16 : LENGTH OF DM-DATA).
094900     COMPUTE MARK-SF-LEN = 15 + LENGTH OF DM-DATA.
095000     PERFORM 0500-WRITE-MARK-SF.
095100     MOVE SF-EBC TO MARK-SF-TYPE.
095200     MOVE MARK-OBJECT-NAME TO MARK-SF-DATA.
095300     MOVE LENGTH OF MARK-OBJECT-NAME TO MARK-SF-LEN.
095400     PERFORM 0500-WRITE-MARK-SF.
095500 0500-WRITE-MARK-SF.
095600* built by AFPWRITE, the shared AFPDS builder in APKSFBLD, then
095700* written as its own record.
095800     MOVE LOW-VALUES TO ENV-RECORD-AREA.
095900     SET ENV-PTR TO ADDRESS OF ENV-RECORD-AREA.
096000     MOVE MARK-SF-LEN TO ENV-DATA-LEN.
096100     CALL AFPWRITE USING MARK-SF-TYPE,
096200                         MARK-SF-DATA,
096300                         ENV-DATA-LEN,
096400                         BY REFERENCE ENV-REC-LEN,
096500                         ENV-PTR.
096600     WRITE AFP-OUT-RECORD FROM ENV-RECORD-AREA (1 : 8192).
096700     ADD 1 TO AFP-OUT-CNTR.
096800 0600-WRITE-MARK-RECORD.
096900* the page is numbered as ACIF numbered it, so the close-out
097000* can find it in the cross-reference.
097100     MOVE SPACES TO IMKF-RECORD.
097200     MOVE GXRF-GRPNAME TO IMKF-GRPNAME.
097300     MOVE GXRF-JOBNAME TO IMKF-JOBNAME.
097400     COMPUTE IMKF-PAGE = GXRF-FIRST-PAGE + PAGE-OFFSET.
097500     MOVE SHEET-SEQ TO IMKF-SHEET-SEQ.
097600     MOVE GRP-SHEETS TO IMKF-SHEETS.
097700     MOVE BATCH-SEQ TO IMKF-BATCH-SEQ.
097800     MOVE MARK-INSERT TO IMKF-INSERT.
097900     MOVE MARK-SYMBOLOGY TO IMKF-SYMBOLOGY.
098000     WRITE IMKF-RECORD.
098100 END PROGRAM APKIMARK.
