000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000112* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000125*    THE HEADER NOW NAMES A (ARCHIVE-ONLY) AMONG THE DELIVERY    *!@04A
000137*    FLAGS WHOSE STATEMENTS ARE NOT IN THE PRINT DATASET.        *!@04A
000150* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000150*    GROUPS APKEDLV TOOK OFF PRINT BECAUSE THEIR REPORT'S        *!@03A
000150*    SUBSCRIPTION LAPSED (A IN GXRF-DELIVERY) ARE NOT IN THE     *!@03A
000150*    PRINT DATASET EITHER.                                       *!@03A
000175* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000175*    GROUPS APKEDLV DROPPED UNDER A STATEMENT SUPPRESSION RULE   *!@02A
000175*    (S IN GXRF-DELIVERY) ARE NOT IN THE PRINT DATASET EITHER.   *!@02A
000200* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 01   *
000300*    NEW PROGRAM.                                                *
000400 ID DIVISION.
000500 PROGRAM-ID. APKPSORT.
000600 AUTHOR. TURETZKY--HYDRA.
000700 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000800               This program puts the mailed statements into postal
000900               presort order so the mail qualifies for the
001000               automation rates. ACIF writes the statements in the
001100               order the application produced them; the Postal
001200               Service discounts mail only when it is presented in
001300               trays and sacks already sorted by destination,
001400               which the mail room used to do by hand after the
001500               inserter. It runs as its own step after the APKEDLV
001600               electronic-delivery split, on the print dataset
001700               that step leaves, and writes the print dataset the
001800               printer and the inserter then take.
001900
002000               Each named group (one statement) is one mail piece.
002100               Its ZIP code comes from the top-of-form heading of
002200               its first page: APKINPXT captures it from the
002300               column an APKZIPC card gives (the way APKACTC
002400               locates the account) onto the APKNDXV index value
002500               record, and this step reads that record by the
002600               group's first page from its APKGXRF cross-reference
002700               record. The pieces are then graded into rate tiers,
002800               finest first: a 5-digit ZIP with at least the
002900               package minimum of pieces is 5-DIGIT; of the rest,
003000               a 3-digit prefix with the minimum is 3-DIGIT; of
003100               the rest, an area distribution center (from the
003200               prefix table) with the minimum is AADC; everything
003300               else, pieces without a usable ZIP included, is
003400               MIXED AADC.
003500
003600               The groups are written tier by tier, in destination
003700               and then ZIP+4 order, each whole with the medium
003800               map it was printed under. A No Operation record
003900               carrying the break ahead of the first piece of
004000               every sack and every tray (SACK or TRAY, its
004100               running number, the tier and the destination) shows
004200               the operators where to break the stream; printers
004300               ignore it. A tray breaks on a new destination or at
004400               the tray capacity, a sack on a new tier or sack
004500               destination (the 3-digit prefix for 5-DIGIT and
004600               3-DIGIT pieces, the center for AADC, one for all
004700               the MIXED). Records ahead of the first group and
004800               from the End Document on stay where they were.
004900
005000               The job's APKGXRF contribution is rewritten in the
005100               new order - the same records, each now in the slot
005200               of the piece mailed there, with its tier in column
005300               74 and S or T in column 75 when a sack or tray
005400               breaks ahead of it - so APKINSCF builds the
005500               inserter file in mailing order. Records of
005600               statements not in the print dataset (E, R, S or    !@04C
005700               A in column 73 - A being archive-only, for a       !@04C
005733               report whose subscription lapsed - or on the       !@04A
005766               APKHLDC legal-hold member)                         !@04A
005800               keep their places. This step must therefore run
005900               before the APKCOLLP collector merges the job's
006000               contribution into the day's file.
006100
006200               Allocate these DDs:
006300                 APKAFPIN - the print dataset APKEDLV wrote (RECFM
006400                            FB, LRECL 8192), read only
006500                 APKAFPOT - the presorted print dataset, same DCB
006600                 APKNDXV  - the per-page index value file written
006700                            by APKINPXT (VSAM KSDS, 80-byte
006800                            records, 8-byte key), read by key
006900                 APKGXRF  - this job's group cross-reference
007000                            contributions, opened for update; the
007100                            last one, this run's, is used
007200                 APKHLDC  - the legal-hold member APKOUTXT diverts
007300                            by, one group name per card
007400                 APKPSRC  - the presort control cards:
007500                              M in column 1: the package minimum,
007600                                pieces (4 digits, columns 3-6),
007700                                default 10
007800                              T in column 1: the tray capacity,
007900                                pieces (4 digits, columns 3-6),
008000                                default 500
008100                              A in column 1: a 3-digit ZIP prefix
008200                                (columns 3-5) and its area
008300                                distribution center (columns 7-9)
008400                              R in column 1: a tier (1 5-DIGIT,
008500                                2 3-DIGIT, 3 AADC, 4 MIXED AADC,
008600                                in column 3) and its rate per
008700                                piece (9V9999, columns 5-9)
008800                 PAPKPSRT - the postage statement: pieces, trays,
008900                            sacks and postage for each rate tier
009000                 SORTWKnn - sort work space, and SYSOUT for the
009100                            sort messages
009200               When the cross-reference falls out of step with the
009300               groups, when there are more than 5000 groups, or
009400               when the dataset holds more than one document, the
009500               print dataset is copied through in ACIF's order
009600               with its cross-reference untouched, the reason is
009700               printed on the postage statement, and the step ends
009800               with return code 4: the mail goes at the mixed
009900               rate. A failed sort ends it with return code 8.
010000
010100               Do not run this against page-range reprint output,
010200               for the same reason as APKEDLV.
010300 DATE-WRITTEN. 15 Oct 2026.
010400 DATE-COMPILED.
010500 SECURITY. IBM SAMPLE CODE ONLY.
010600*/**************************************************************/
010700*/* Licensed under the Apache License, Version 2.0 (the        */
010800*/* "License"); you may not use this file except in compliance */
010900*/* with the License. You may obtain a copy of the License at  */
011000*/*                                                            */
011100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
011200*/*                                                            */
011300*/* Unless required by applicable law or agreed to in writing, */
011400*/* software distributed under the License is distributed on an*/
011500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
011600*/* KIND, either express or implied.  See the License for the  */
011700*/* specific language governing permissions and limitations    */
011800*/* under the License.                                         */
011900*/*------------------------------------------------------------*/
012000*/*                                                            */
012100*/*   COPYRIGHT (C) 2026 RICOH COMPANY, LTD                    */
012200*/*                                                            */
012300*/*   Permission to use, copy, modify, and distribute          */
012400*/*   this software for any purpose with or without fee        */
012500*/*   is hereby granted, provided that the above               */
012600*/*   copyright notices appear in all copies.                  */
012700*/*                                                            */
012800*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
012900*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
013000*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
013100*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
013200*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
013300*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
013400*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
013500*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
013600*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
013700*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
013800*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
013900*/**************************************************************/
014000 TITLE 'ACIF Postal Presort Step'.
014100 ENVIRONMENT DIVISION.
014200 CONFIGURATION SECTION.
014300 SOURCE-COMPUTER. IBM-370.
014400 OBJECT-COMPUTER. IBM-370.
014500 INPUT-OUTPUT SECTION.
014600 FILE-CONTROL.
014700     SELECT PRINT-FILE ASSIGN TO PAPKPSRT.
014800     SELECT AFP-IN-FILE ASSIGN TO APKAFPIN
014900         ORGANIZATION SEQUENTIAL.
015000     SELECT AFP-OUT-FILE ASSIGN TO APKAFPOT
015100         ORGANIZATION SEQUENTIAL.
015200     SELECT NDXV-FILE ASSIGN TO APKNDXV
015300         ORGANIZATION INDEXED
015400         ACCESS MODE RANDOM
015500         RECORD KEY IS NDXV-PAGENUM
015600         FILE STATUS IS NDXV-STATUS.
015700     SELECT GXRF-FILE ASSIGN TO APKGXRF
015800         ORGANIZATION SEQUENTIAL.
015900     SELECT HOLD-CTL-FILE ASSIGN TO APKHLDC
016000         ORGANIZATION SEQUENTIAL.
016100     SELECT PSRC-FILE ASSIGN TO APKPSRC
016200         ORGANIZATION SEQUENTIAL.
016300     SELECT SORT-FILE ASSIGN TO SORTWK01.
016400     EJECT
016500 DATA DIVISION.
016600 FILE SECTION.
016700 FD  PRINT-FILE
016800     BLOCK CONTAINS 0
016900     LABEL RECORDS STANDARD
017000     RECORD VARYING DEPENDING ON PRINT-REC-LEN
017100     RECORDING MODE V.
017200 01  PRINT-RECORD.
017300     05  PRINT-DATA          OCCURS 1 TO 255,
017400                             DEPENDING ON PRINT-REC-LEN,
017500                             PIC X.
017600* the print dataset APKEDLV wrote: one AFPDS structured field per
017700* record, the X'5A' carriage control byte first.
017800 FD  AFP-IN-FILE
017900     LABEL RECORDS STANDARD
018000     RECORDING MODE F
018100     BLOCK CONTAINS 0
018200     RECORD CONTAINS 8192 CHARACTERS.
018300 01  AFP-IN-RECORD.
018400     05  AFPI-CC             PIC X.
018500     05  AFPI-SFLEN          PIC 9(4) BINARY.
018600     05  AFPI-SFTYPE         PIC XXX.
018700     05  AFPI-SFFLAG         PIC X.
018800     05  AFPI-SFSEQ          PIC 9(4) BINARY.
018900     05  AFPI-SFDATA         PIC X(8183).
019000 FD  AFP-OUT-FILE
019100     LABEL RECORDS STANDARD
019200     RECORDING MODE F
019300     BLOCK CONTAINS 0
019400     RECORD CONTAINS 8192 CHARACTERS.
019500 01  AFP-OUT-RECORD          PIC X(8192).
019600* one record per page, keyed by Begin Page ordinal, written by
019700* APKINPXT during the ACIF step; read here by each group's first
019800* page for its ZIP code.
019900 FD  NDXV-FILE
020000     LABEL RECORDS STANDARD
020100     RECORD CONTAINS 80 CHARACTERS.
020200 01  NDXV-RECORD.
020300     05  NDXV-PAGENUM        PIC 9(8).
020400     05  NDXV-REPTNUM        PIC XXX.
020500     05  NDXV-REPTDATE       PIC X(8).
020600     05  NDXV-DEPT           PIC 9(4).
020700     05  NDXV-ACCTNO         PIC X(20).
020800     05  NDXV-DELIVERY       PIC X.
020900     05  NDXV-ZIPCODE        PIC X(10).
021000     05  FILLER              PIC X(26).
021100* group name/first page/last page/job name, one record per named
021200* group, written by APKOUTXT and marked by APKEDLV; the presort
021300* tier and the break ahead of the piece are set here.
021400 FD  GXRF-FILE
021500     LABEL RECORDS STANDARD
021600     RECORDING MODE F
021700     BLOCK CONTAINS 0
021800     RECORD CONTAINS 80 CHARACTERS.
021900 01  GXRF-RECORD.
022000     05  GXRF-GRPNAME        PIC X(44).
022100     05  FILLER              PIC X.
022200     05  GXRF-FIRST-PAGE     PIC 9(8).
022300     05  FILLER              PIC X.
022400     05  GXRF-LAST-PAGE      PIC 9(8).
022500     05  FILLER              PIC X.
022600     05  GXRF-JOBNAME        PIC X(8).
022700     05  FILLER              PIC X.
022800     05  GXRF-DELIVERY       PIC X.
022900         88  GXRF-EDELIVERED VALUE 'E'.
023000         88  GXRF-ADDR-HELD  VALUE 'R'.
023050         88  GXRF-SUPPRESSED VALUE 'S'.                           !@02A
023075         88  GXRF-ARCHIVE-ONLY VALUE 'A'.                         !@03A
023100     05  GXRF-PRESORT-TIER   PIC X.
023200     05  GXRF-BREAK          PIC X.
023300     05  FILLER              PIC X(5).
023400* the legal-hold member APKOUTXT diverts by, one group name per
023500* card; a held group is not in the print dataset at all.
023600 FD  HOLD-CTL-FILE
023700     LABEL RECORDS STANDARD
023800     RECORDING MODE F
023900     BLOCK CONTAINS 0
024000     RECORD CONTAINS 80 CHARACTERS.
024100 01  HOLD-CTL-RECORD.
024200     05  HCTL-GRPNAME        PIC X(44).
024300     05  FILLER              PIC X(36).
024400* the package minimum, tray capacity, prefix-to-center, and rate
024500* cards.
024600 FD  PSRC-FILE
024700     LABEL RECORDS STANDARD
024800     RECORDING MODE F
024900     BLOCK CONTAINS 0
025000     RECORD CONTAINS 80 CHARACTERS.
025100 01  PSRC-CARD.
025200     05  PSRC-TYPE           PIC X.
025300     05  FILLER              PIC X.
025400     05  PSRC-FIELDS         PIC X(78).
025500     05  PSRC-LIMIT-VIEW     REDEFINES PSRC-FIELDS.
025600         10  PSRC-LIMIT      PIC X(4).
025700         10  PSRC-LIMIT-N    REDEFINES PSRC-LIMIT
025800                             PIC 9(4).
025900         10  FILLER          PIC X(74).
026000     05  PSRC-AADC-VIEW      REDEFINES PSRC-FIELDS.
026100         10  PSRC-ZIP3       PIC X(3).
026200         10  FILLER          PIC X.
026300         10  PSRC-AADC       PIC X(3).
026400         10  FILLER          PIC X(71).
026500     05  PSRC-RATE-VIEW      REDEFINES PSRC-FIELDS.
026600         10  PSRC-TIER       PIC X.
026700         10  FILLER          PIC X.
026800         10  PSRC-RATE       PIC X(5).
026900         10  PSRC-RATE-N     REDEFINES PSRC-RATE
027000                             PIC 9V9(4).
027100         10  FILLER          PIC X(71).
027200* every record of the print dataset, keyed by where it goes: the
027300* section (1 ahead of the first group, 2 the groups, 3 the End
027400* Document on), the piece's presort key, and its place in the
027500* input.
027600 SD  SORT-FILE.
027700 01  SORT-RECORD.
027800     05  SR-SECTION          PIC X.
027900     05  SR-GRPKEY.
028000         10  SR-TIER         PIC X.
028100         10  SR-SACK         PIC X(5).
028200         10  SR-DEST         PIC X(5).
028300         10  SR-ZIP9         PIC X(9).
028400         10  SR-GRPSEQ       PIC 9(5).
028500     05  SR-RECSEQ           PIC 9(8).
028600     05  SR-AFP              PIC X(8192).
028700     EJECT
028800 WORKING-STORAGE SECTION.
028900 77  PGMNAME                 PIC X(8) VALUE 'APKPSORT'.
029000 77  AFPWRITE                PIC X(8) VALUE 'AFPWRITE'.
029100 77  NDXV-STATUS             PIC XX VALUE SPACES.
029200 77  PRINT-REC-LEN           PIC 9(8) BINARY VALUE ZERO.
029300 77  AFP-EOF-FLAG            PIC X VALUE LOW-VALUE.
029400     88  AFP-EOF             VALUE HIGH-VALUE.
029500     88  AFP-NOTEOF          VALUE LOW-VALUE.
029600 77  SORT-EOF-FLAG           PIC X VALUE LOW-VALUE.
029700     88  SORT-EOF            VALUE HIGH-VALUE.
029800     88  SORT-NOTEOF         VALUE LOW-VALUE.
029900 77  GXRF-EOF-FLAG           PIC X VALUE LOW-VALUE.
030000     88  GXRF-EOF            VALUE HIGH-VALUE.
030100     88  GXRF-NOTEOF         VALUE LOW-VALUE.
030200 77  PSRC-EOF-FLAG           PIC X VALUE LOW-VALUE.
030300     88  PSRC-EOF            VALUE HIGH-VALUE.
030400     88  PSRC-NOTEOF         VALUE LOW-VALUE.
030500 77  HOLD-CTL-EOF-FLAG       PIC X VALUE LOW-VALUE.
030600     88  HOLD-CTL-EOF        VALUE HIGH-VALUE.
030700     88  HOLD-CTL-NOTEOF     VALUE LOW-VALUE.
030800 77  NDXV-OPEN-FLAG          PIC X VALUE LOW-VALUE.
030900     88  NDXV-OPEN           VALUE HIGH-VALUE.
031000     88  NDXV-NOTOPEN        VALUE LOW-VALUE.
031100 77  GROUP-HELD-FLAG         PIC X VALUE 'N'.
031200     88  GROUP-HELD          VALUE 'Y'.
031300     88  GROUP-NOT-HELD      VALUE 'N'.
031400* once the cross-reference has fallen out of step with the
031500* groups, or the dataset cannot be presorted for another reason,
031600* it is copied through in ACIF's order; the reason goes on the
031700* statement.
031800 77  GXRF-STEP-FLAG          PIC X VALUE LOW-VALUE.
031900     88  GXRF-OUT-OF-STEP    VALUE HIGH-VALUE.
032000     88  GXRF-IN-STEP        VALUE LOW-VALUE.
032100 77  PRESORT-FLAG            PIC X VALUE LOW-VALUE.
032200     88  PRESORT-OFF         VALUE HIGH-VALUE.
032300     88  PRESORT-ON          VALUE LOW-VALUE.
032400 77  PRESORT-REASON          PIC X(50) VALUE SPACES.
032500* once the End Document has gone by, a further document or group
032600* means the dataset holds more than one document.
032700 77  EDT-SEEN-FLAG           PIC X VALUE LOW-VALUE.
032800     88  EDT-SEEN            VALUE HIGH-VALUE.
032900     88  EDT-NOTSEEN         VALUE LOW-VALUE.
033000* the cross-reference file holds one contribution per ACIF run in
033100* the job, each closed by its trailer; this run's is the last.
033200 77  GXRF-SKIP-CNTR          PIC 9(8) BINARY VALUE ZERO.
033300 77  GXRF-REC-CNTR           PIC 9(8) BINARY VALUE ZERO.
033400 77  GXRF-PREV-START         PIC 9(8) BINARY VALUE ZERO.
033500 77  GXRF-CURR-START         PIC 9(8) BINARY VALUE ZERO.
033600 77  GXRF-SLOT-CNTR          PIC 9(8) BINARY VALUE ZERO.
033700* the control card values.
033800 77  MIN-PIECES              PIC 9(8) BINARY VALUE 10.
033900 77  TRAY-CAPACITY           PIC 9(8) BINARY VALUE 500.
034000 77  TIER-NUM                PIC 9 VALUE ZERO.
034100* counts.
034200 77  AFP-IN-CNTR             PIC 9(8) BINARY VALUE ZERO.
034300 77  AFP-OUT-CNTR            PIC 9(8) BINARY VALUE ZERO.
034400 77  BREAK-CNTR              PIC 9(8) BINARY VALUE ZERO.
034500 77  NOZIP-CNTR              PIC 9(8) BINARY VALUE ZERO.
034600 77  NORATE-CNTR             PIC 9(8) BINARY VALUE ZERO.
034700 77  REWRITE-CNTR            PIC 9(8) BINARY VALUE ZERO.
034800 77  COUNT-DISP              PIC ZZZZ,ZZ9.
034900* the group in hand while the dataset is scanned: its name (the
035000* FQN GID triplet when the Begin Named Group carries one, the
035100* 8-byte token name otherwise) and its ZIP code.
035200 77  GRP-NAME                PIC X(44) VALUE SPACES.
035300 77  GRP-NAME-LEN            PIC 9(4) BINARY VALUE ZERO.
035400 77  TRIPLET-PTR             PIC 9(8) BINARY VALUE ZERO.
035500 77  TRIPLET-LENGTH          PIC 9(4) BINARY VALUE ZERO.
035600 01  BIN2-AREA.
035700     05  BIN2                PIC 9(4) BINARY VALUE ZERO.
035800     05  BIN2-X              REDEFINES BIN2.
035900         10  FILLER          PIC X.
036000         10  BIN2-2          PIC X.
036100 77  ZIP-DIGITS              PIC 9(4) BINARY VALUE ZERO.
036200 77  ZIP-POS                 PIC 9(4) BINARY VALUE ZERO.
036300 77  ZIP-WORK                PIC X(9) VALUE SPACES.
036400* one entry per named group, in ACIF's order: its presort key, its
036500* center when its prefix has one, the break ahead of it, and its
036600* cross-reference record.
036700 77  MAX-GROUPS              PIC 9(8) BINARY VALUE 5000.
036800 01  GROUP-TABLE.
036900     05  GT-CNTR             PIC 9(8) BINARY VALUE ZERO.
037000     05  GT-ENTRY            OCCURS 5000 TIMES
037100                             INDEXED BY GT-INDEX.
037200         10  GT-KEY.
037300             15  GK-TIER     PIC X.
037400             15  GK-SACK     PIC X(5).
037500             15  GK-DEST     PIC X(5).
037600             15  GK-ZIP9     PIC X(9).
037700             15  GK-GRPSEQ   PIC 9(5).
037800         10  GT-ZIP-FLAG     PIC X.
037900             88  GT-ZIP-VALID VALUE 'Y'.
038000         10  GT-AADC         PIC X(3).
038100         10  GT-BREAK        PIC X.
038200         10  GT-GXRF         PIC X(80).
038300* the groups in mailing order, as the sort gave them back.
038400 01  ORDER-TABLE.
038500     05  ORD-CNTR            PIC 9(8) BINARY VALUE ZERO.
038600     05  ORD-ENTRY           OCCURS 5000 TIMES
038700                             INDEXED BY ORD-INDEX
038800                             PIC 9(5).
038900* distinct ZIP codes, prefixes, or centers and the pieces for
039000* each, rebuilt for each tier.
039100 77  COUNT-VALUE             PIC X(5) VALUE SPACES.
039200 77  COUNT-FOUND             PIC 9(8) BINARY VALUE ZERO.
039300 01  COUNT-TABLE.
039400     05  CT-CNTR             PIC 9(8) BINARY VALUE ZERO.
039500     05  CT-ENTRY            OCCURS 5000 TIMES
039600                             DEPENDING ON CT-CNTR
039700                             INDEXED BY CT-INDEX.
039800         10  CT-VALUE        PIC X(5).
039900         10  CT-COUNT        PIC 9(8) BINARY.
040000* the 3-digit prefix to area distribution center table.
040100 01  AADC-TABLE.
040200     05  AT-CNTR             PIC 9(4) BINARY VALUE ZERO.
040300     05  AT-ENTRY            OCCURS 1000 TIMES
040400                             DEPENDING ON AT-CNTR
040500                             INDEXED BY AT-INDEX.
040600         10  AT-ZIP3         PIC X(3).
040700         10  AT-AADC         PIC X(3).
040800* the legal-hold group names.
040900 01  HOLD-LIST-TABLE.
041000     05  HL-CNTR             PIC 9(4) BINARY VALUE ZERO.
041100     05  HL-ENTRY            OCCURS 50 TIMES
041200                             DEPENDING ON HL-CNTR
041300                             INDEXED BY HL-INDEX
041400                             PIC X(44).
041500* the rate tiers, with their rates and what was mailed in each.
041600 01  TIER-NAME-VALUES.
041700     05  FILLER              PIC X(12) VALUE '5-DIGIT'.
041800     05  FILLER              PIC X(12) VALUE '3-DIGIT'.
041900     05  FILLER              PIC X(12) VALUE 'AADC'.
042000     05  FILLER              PIC X(12) VALUE 'MIXED AADC'.
042100 01  TIER-NAME-TABLE         REDEFINES TIER-NAME-VALUES.
042200     05  TIER-NAME           OCCURS 4 TIMES
042300                             PIC X(12).
042400 01  TIER-TABLE.
042500     05  TT-ENTRY            OCCURS 4 TIMES
042600                             INDEXED BY TT-INDEX.
042700         10  TT-RATE         PIC 9V9(4).
042800         10  TT-RATE-FLAG    PIC X.
042900             88  TT-RATE-SET VALUE 'Y'.
043000         10  TT-PIECES       PIC 9(8) BINARY.
043100         10  TT-TRAYS        PIC 9(8) BINARY.
043200         10  TT-SACKS        PIC 9(8) BINARY.
043300         10  TT-POSTAGE      PIC 9(7)V99.
043400 77  TOTAL-PIECES            PIC 9(8) BINARY VALUE ZERO.
043500 77  TOTAL-TRAYS             PIC 9(8) BINARY VALUE ZERO.
043600 77  TOTAL-SACKS             PIC 9(8) BINARY VALUE ZERO.
043700 77  TOTAL-POSTAGE           PIC 9(9)V99 VALUE ZERO.
043800* the records are released to the sort under the key of the group
043900* they travel with; a record between two groups stays behind the
044000* one it followed.
044100 77  REL-SECTION             PIC X VALUE '1'.
044200 77  REL-GRPKEY              PIC X(25) VALUE SPACES.
044300 77  REL-CNTR                PIC 9(8) BINARY VALUE ZERO.
044400 77  REL-GRP-CNTR            PIC 9(8) BINARY VALUE ZERO.
044500 77  IMM-SEEN-FLAG           PIC X VALUE LOW-VALUE.
044600     88  IMM-SEEN            VALUE HIGH-VALUE.
044700     88  IMM-NOTSEEN         VALUE LOW-VALUE.
044800 01  CURR-IMM-RECORD         PIC X(8192).
044900 01  REL-AFP-RECORD          PIC X(8192).
045000* the piece being written, and the tray and sack it is going into.
045100 77  OUT-GRPKEY              PIC X(25) VALUE LOW-VALUES.
045200 77  OUT-TIER                PIC X VALUE LOW-VALUE.
045300 77  OUT-SACK                PIC X(5) VALUE LOW-VALUES.
045400 77  OUT-DEST                PIC X(5) VALUE LOW-VALUES.
045500 77  TRAY-PIECES             PIC 9(8) BINARY VALUE ZERO.
045600 77  TRAY-NUM                PIC 9(8) BINARY VALUE ZERO.
045700 77  SACK-NUM                PIC 9(8) BINARY VALUE ZERO.
045800 77  BREAK-KIND              PIC X VALUE SPACE.
045900     88  BREAK-SACK          VALUE 'S'.
046000     88  BREAK-TRAY          VALUE 'T'.
046100     88  BREAK-NONE          VALUE SPACE.
046200* an Invoke Medium Map is held and written ahead of the next Begin
046300* Page only when that page is not already under the same map, so
046400* the map replayed ahead of every group costs no extra sheet.
046500 77  IMM-PENDING-FLAG        PIC X VALUE LOW-VALUE.
046600     88  IMM-PENDING         VALUE HIGH-VALUE.
046700     88  IMM-NOTPENDING      VALUE LOW-VALUE.
046800 01  PEND-IMM-RECORD         PIC X(8192).
046900 01  LAST-IMM-RECORD         PIC X(8192).
047000 01  AFP-WORK-RECORD.
047100     05  AFPW-CC             PIC X.
047200     05  AFPW-SFLEN          PIC 9(4) BINARY.
047300     05  AFPW-SFTYPE         PIC XXX.
047400     05  FILLER              PIC X(8186).
047500* the break records are assembled here, then written whole. the
047600* area is larger than a record: AFPWRITE maps its introducer plus
047700* a full 8192-byte data area over the buffer it is given.
047800 77  ENV-REC-LEN             PIC 9(4) BINARY VALUE ZERO.
047900 77  ENV-DATA-LEN            PIC 9(9) BINARY VALUE ZERO.
048000 77  ENV-PTR                 POINTER.
048100 01  ENV-RECORD-AREA         PIC X(8201).
048200 01  BREAK-DATA.
048300     05  FILLER              PIC X(17) VALUE 'APKPSORT PRESORT '.
048400     05  BRK-KIND            PIC X(4).
048500     05  FILLER              PIC X VALUE SPACE.
048600     05  BRK-NUM             PIC 9(5).
048700     05  FILLER              PIC X(6) VALUE ' TIER '.
048800     05  BRK-TIER-NAME       PIC X(12).
048900     05  FILLER              PIC X(6) VALUE ' DEST '.
049000     05  BRK-DEST            PIC X(5).
049100     SKIP1
049200 01  PAGE-TITLE.
049300     05  FILLER              PIC X   VALUE '1'.
049400     05  FILLER              PIC X(40) VALUE
049500         'ACIF PRESORT POSTAGE STATEMENT'.
049600     05  FILLER              PIC X(5) VALUE 'JOB '.
049700     05  PT-JOBNAME          PIC X(8) VALUE SPACES.
049800         SKIP1
049900 01  PAGE-SUBTITLE.
050000     05  FILLER              PIC X   VALUE '0'.
050100     05  FILLER              PIC X(12) VALUE 'RATE TIER'.
050200     05  FILLER              PIC X(10) VALUE '    PIECES'.
050300     05  FILLER              PIC X(10) VALUE '     TRAYS'.
050400     05  FILLER              PIC X(10) VALUE '     SACKS'.
050500     05  FILLER              PIC X(10) VALUE '      RATE'.
050600     05  FILLER              PIC X(14) VALUE '       POSTAGE'.
050700         SKIP1
050800 01  LINE-DETAIL.
050900     05  LD-CC               PIC X   VALUE SPACE.
051000     05  LD-TIER-NAME        PIC X(12).
051100     05  FILLER              PIC X(3) VALUE SPACES.
051200     05  LD-PIECES           PIC ZZZ,ZZ9.
051300     05  FILLER              PIC X(3) VALUE SPACES.
051400     05  LD-TRAYS            PIC ZZZ,ZZ9.
051500     05  FILLER              PIC X(3) VALUE SPACES.
051600     05  LD-SACKS            PIC ZZZ,ZZ9.
051700     05  FILLER              PIC X(4) VALUE SPACES.
051800     05  LD-RATE             PIC 9.9999.
051900     05  FILLER              PIC X(2) VALUE SPACES.
052000     05  LD-POSTAGE          PIC ZZZ,ZZZ,ZZ9.99.
052100         SKIP1
052200 01  LINE-MESSAGE.
052300     05  LM-CC               PIC X   VALUE '0'.
052400     05  FILLER              PIC X(15) VALUE 'NOT PRESORTED: '.
052500     05  LM-REASON           PIC X(50).
052600         SKIP1
052700 01  LINE-TOTAL.
052800     05  LT-CC               PIC X   VALUE SPACE.
052900     05  FILLER              PIC X(02) VALUE SPACES.
053000     05  LT-LABEL            PIC X(24).
053100     05  FILLER              PIC X VALUE SPACE.
053200     05  LT-COUNT            PIC ZZZ,ZZ9.
053300/ AFP STRUCTURED FIELD DEFINITIONS.
053400     COPY STRFLDS SUPPRESS.
053500/ PROCESSING.
053600 TITLE 'Initialization and Main Line'.
053700 PROCEDURE DIVISION.
053800 0000-MAINLINE.
053900     PERFORM 0010-LOAD-CONTROLS.
054000     PERFORM 0030-LOAD-HOLD-LIST.
054100     PERFORM 0060-OPEN-INDEX-VALUES.
054200     PERFORM 0050-FIND-CONTRIBUTION.
054300     SET GXRF-IN-STEP TO TRUE.
054400     SET PRESORT-ON TO TRUE.
054500     OPEN INPUT AFP-IN-FILE.
054600     SET AFP-NOTEOF TO TRUE.
054700     PERFORM 0100-SCAN-AFP-RECORD
054800         UNTIL AFP-EOF.
054900     CLOSE AFP-IN-FILE.
055000     IF PRESORT-ON
055100      THEN
055200       PERFORM 0150-CHECK-GXRF-END
055300     END-IF.
055400     CLOSE GXRF-FILE.
055500     IF NDXV-OPEN
055600      THEN
055700       CLOSE NDXV-FILE
055800     END-IF.
055900     IF PRESORT-OFF
056000      THEN
056100       PERFORM 0200-COPY-STRAIGHT;
056200       PERFORM 0700-PRINT-STATEMENT;
056300       DISPLAY PGMNAME ' NOT PRESORTED: ' PRESORT-REASON;
056400       MOVE 4 TO RETURN-CODE;
056500       STOP RUN
056600     END-IF.
056700     PERFORM 0300-ASSIGN-TIERS.
056800     SORT SORT-FILE
056900         ON ASCENDING KEY SR-SECTION, SR-GRPKEY, SR-RECSEQ
057000         INPUT PROCEDURE IS 0400-RELEASE-AFP-RECORDS
057100         OUTPUT PROCEDURE IS 0500-WRITE-SORTED-RECORDS.
057200     IF SORT-RETURN NOT = ZERO
057300        OR ORD-CNTR NOT = GT-CNTR
057400      THEN
057500       DISPLAY PGMNAME ' SORT FAILED, RETURN CODE ' SORT-RETURN
057600         '. PRINT DATASET AND CROSS-REFERENCE NOT USABLE.';
057700       MOVE 8 TO RETURN-CODE;
057800       STOP RUN
057900     END-IF.
058000     PERFORM 0600-REWRITE-GXRF.
058100     PERFORM 0700-PRINT-STATEMENT.
058200     MOVE GT-CNTR TO COUNT-DISP.
058300     DISPLAY PGMNAME, COUNT-DISP, ' PIECES PRESORTED.'.
058400     MOVE BREAK-CNTR TO COUNT-DISP.
058500     DISPLAY PGMNAME, COUNT-DISP, ' TRAY AND SACK BREAKS MARKED.'.
058600     IF NORATE-CNTR > ZERO
058700      THEN
058800       DISPLAY PGMNAME ' A TIER WITH PIECES HAS NO RATE CARD;'
058900         ' ITS POSTAGE IS SHOWN AS ZERO.'
059000     END-IF.
059100     STOP RUN.
059200     EJECT
059300 0010-LOAD-CONTROLS.
059400* the M, T, A, and R cards; anything else is ignored, and a
059500* non-numeric figure ignores its card.
059600     PERFORM 0015-CLEAR-TIER
059700         VARYING TT-INDEX FROM 1 BY 1
059800         UNTIL TT-INDEX > 4.
059900     OPEN INPUT PSRC-FILE.
060000     SET PSRC-NOTEOF TO TRUE.
060100     PERFORM UNTIL PSRC-EOF
060200       READ PSRC-FILE
060300        AT END
060400         SET PSRC-EOF TO TRUE
060500        NOT AT END
060600         PERFORM 0020-APPLY-CONTROL-CARD
060700       END-READ
060800     END-PERFORM.
060900     CLOSE PSRC-FILE.
061000 0015-CLEAR-TIER.
061100     MOVE ZERO TO TT-RATE (TT-INDEX), TT-PIECES (TT-INDEX),
061200         TT-TRAYS (TT-INDEX), TT-SACKS (TT-INDEX),
061300         TT-POSTAGE (TT-INDEX).
061400     MOVE 'N' TO TT-RATE-FLAG (TT-INDEX).
061500 0020-APPLY-CONTROL-CARD.
061600     EVALUATE PSRC-TYPE
061700      WHEN 'M'
061800       IF PSRC-LIMIT NUMERIC AND PSRC-LIMIT-N > ZERO
061900        THEN
062000         MOVE PSRC-LIMIT-N TO MIN-PIECES
062100       END-IF;
062200      WHEN 'T'
062300       IF PSRC-LIMIT NUMERIC AND PSRC-LIMIT-N > ZERO
062400        THEN
062500         MOVE PSRC-LIMIT-N TO TRAY-CAPACITY
062600       END-IF;
062700      WHEN 'A'
062800       IF PSRC-ZIP3 NUMERIC AND PSRC-AADC NOT = SPACES
062900          AND AT-CNTR < 1000
063000        THEN
063100         ADD 1 TO AT-CNTR;
063200         SET AT-INDEX TO AT-CNTR;
063300         MOVE PSRC-ZIP3 TO AT-ZIP3 (AT-INDEX);
063400         MOVE PSRC-AADC TO AT-AADC (AT-INDEX)
063500       END-IF;
063600      WHEN 'R'
063700       IF PSRC-TIER NUMERIC AND PSRC-RATE NUMERIC
063800          AND PSRC-TIER > '0' AND PSRC-TIER < '5'
063900        THEN
064000         MOVE PSRC-TIER TO TIER-NUM;
064100         SET TT-INDEX TO TIER-NUM;
064200         MOVE PSRC-RATE-N TO TT-RATE (TT-INDEX);
064300         MOVE 'Y' TO TT-RATE-FLAG (TT-INDEX)
064400       END-IF;
064500      WHEN OTHER
064600       CONTINUE;
064700     END-EVALUATE.
064800 0030-LOAD-HOLD-LIST.
064900* the legal-hold group names APKOUTXT diverts by; an absent or
065000* empty member holds nothing, as in the exit.
065100     OPEN INPUT HOLD-CTL-FILE.
065200     SET HOLD-CTL-NOTEOF TO TRUE.
065300     PERFORM UNTIL HOLD-CTL-EOF
065400       READ HOLD-CTL-FILE
065500        AT END
065600         SET HOLD-CTL-EOF TO TRUE
065700        NOT AT END
065800         IF HCTL-GRPNAME NOT = SPACES
065900            AND HCTL-GRPNAME (1 : 1) NOT = '*'
066000            AND HL-CNTR < 50
066100          THEN
066200           ADD 1 TO HL-CNTR;
066300           SET HL-INDEX TO HL-CNTR;
066400           MOVE HCTL-GRPNAME TO HL-ENTRY (HL-INDEX)
066500         END-IF
066600       END-READ
066700     END-PERFORM.
066800     CLOSE HOLD-CTL-FILE.
066900 0040-CHECK-HOLD-LIST.
067000     SET GROUP-NOT-HELD TO TRUE.
067100     IF HL-CNTR > 0
067200      THEN
067300       SET HL-INDEX TO 1;
067400       SEARCH HL-ENTRY
067500        AT END
067600         CONTINUE
067700        WHEN HL-ENTRY (HL-INDEX) = GXRF-GRPNAME
067800         SET GROUP-HELD TO TRUE
067900       END-SEARCH
068000     END-IF.
068100 0050-FIND-CONTRIBUTION.
068200* one pass counts the records ahead of the last contribution; the
068300* file is then reopened for update and positioned there.
068400     MOVE ZERO TO GXRF-REC-CNTR, GXRF-PREV-START, GXRF-CURR-START.
068500     SET GXRF-NOTEOF TO TRUE.
068600     OPEN INPUT GXRF-FILE.
068700     PERFORM UNTIL GXRF-EOF
068800       READ GXRF-FILE
068900        AT END
069000         SET GXRF-EOF TO TRUE
069100        NOT AT END
069200         ADD 1 TO GXRF-REC-CNTR;
069300         IF GXRF-GRPNAME (1 : 8) = '*TRAILER'
069400          THEN
069500           MOVE GXRF-CURR-START TO GXRF-PREV-START;
069600           MOVE GXRF-REC-CNTR TO GXRF-CURR-START
069700         END-IF
069800       END-READ
069900     END-PERFORM.
070000     CLOSE GXRF-FILE.
070100* a file ending in a trailer ends with this run's contribution,
070200* which began after the trailer before it.
070300     IF GXRF-CURR-START = GXRF-REC-CNTR
070400      THEN
070500       MOVE GXRF-PREV-START TO GXRF-SKIP-CNTR
070600      ELSE
070700       MOVE GXRF-CURR-START TO GXRF-SKIP-CNTR
070800     END-IF.
070900     SET GXRF-NOTEOF TO TRUE.
071000     OPEN I-O GXRF-FILE.
071100     PERFORM 0055-SKIP-GXRF-RECORD
071200         UNTIL GXRF-SKIP-CNTR = ZERO OR GXRF-EOF.
071300 0055-SKIP-GXRF-RECORD.
071400     READ GXRF-FILE
071500      AT END
071600       SET GXRF-EOF TO TRUE
071700     END-READ.
071800     SUBTRACT 1 FROM GXRF-SKIP-CNTR.
071900 0060-OPEN-INDEX-VALUES.
072000* without the index values no piece has a ZIP code: the groups
072100* still go out, all at the mixed rate, and the log says so once.
072200     OPEN INPUT NDXV-FILE.
072300     IF NDXV-STATUS = '00' OR NDXV-STATUS = '97'
072400      THEN
072500       SET NDXV-OPEN TO TRUE
072600      ELSE
072700       SET NDXV-NOTOPEN TO TRUE;
072800       DISPLAY PGMNAME ' NO INDEX VALUE FILE, STATUS='
072900         NDXV-STATUS '. EVERY PIECE MAILED AT THE MIXED RATE.'
073000     END-IF.
073100     EJECT
073200 0100-SCAN-AFP-RECORD.
073300* the first pass finds every named group, pairs it with its
073400* cross-reference record, and looks up its ZIP code.
073500     READ AFP-IN-FILE
073600      AT END
073700       SET AFP-EOF TO TRUE
073800      NOT AT END
073900       ADD 1 TO AFP-IN-CNTR;
074000       IF AFPI-CC = X'5A' AND PRESORT-ON
074100        THEN
074200         PERFORM 0105-NOTE-AFP-RECORD
074300       END-IF
074400     END-READ.
074500 0105-NOTE-AFP-RECORD.
074600     EVALUATE AFPI-SFTYPE
074700      WHEN SF-BDT
074800       IF EDT-SEEN
074900        THEN
075000         MOVE 'MORE THAN ONE DOCUMENT IN THE DATASET'
075100           TO PRESORT-REASON;
075200         SET PRESORT-OFF TO TRUE
075300       END-IF;
075400      WHEN SF-EDT
075500       SET EDT-SEEN TO TRUE;
075600      WHEN SF-BNG
075700       IF EDT-SEEN
075800        THEN
075900         MOVE 'A GROUP FOLLOWS THE END DOCUMENT'
076000           TO PRESORT-REASON;
076100         SET PRESORT-OFF TO TRUE
076200        ELSE
076300         PERFORM 0110-NOTE-GROUP THRU 0110-EXIT
076400       END-IF;
076500      WHEN OTHER
076600       CONTINUE;
076700     END-EVALUATE.
076800 0110-NOTE-GROUP.
076900* a named group opens: one more mail piece.
077000     IF GT-CNTR >= MAX-GROUPS
077100      THEN
077200       MOVE 'MORE THAN 5000 GROUPS IN THE DATASET'
077300         TO PRESORT-REASON;
077400       SET PRESORT-OFF TO TRUE;
077500       GO TO 0110-EXIT
077600     END-IF.
077700     PERFORM 0120-GET-GROUP-NAME.
077800     PERFORM 0130-NEXT-GXRF-RECORD.
077900     IF GXRF-OUT-OF-STEP
078000      THEN
078100       MOVE 'GROUP CROSS-REFERENCE OUT OF STEP' TO PRESORT-REASON;
078200       SET PRESORT-OFF TO TRUE;
078300       GO TO 0110-EXIT
078400     END-IF.
078500     ADD 1 TO GT-CNTR.
078600     SET GT-INDEX TO GT-CNTR.
078700     MOVE SPACES TO GT-KEY (GT-INDEX).
078800     MOVE GT-CNTR TO GK-GRPSEQ (GT-INDEX).
078900     MOVE 'N' TO GT-ZIP-FLAG (GT-INDEX).
079000     MOVE SPACES TO GT-AADC (GT-INDEX).
079100     MOVE SPACE TO GT-BREAK (GT-INDEX).
079200     MOVE GXRF-RECORD TO GT-GXRF (GT-INDEX).
079300     PERFORM 0140-GET-GROUP-ZIP.
079400 0110-EXIT.
079500     EXIT.
079600 0120-GET-GROUP-NAME.
079700     MOVE SPACES TO GRP-NAME.
079800     IF AFPI-SFLEN > 16
079900      THEN
080000       MOVE AFPI-SFDATA (1 : 8) TO GRP-NAME (1 : 8)
080100      ELSE
080200       IF AFPI-SFLEN > 8
080300        THEN
080400         MOVE AFPI-SFDATA (1 : AFPI-SFLEN - 8)
080500           TO GRP-NAME (1 : AFPI-SFLEN - 8)
080600       END-IF
080700     END-IF.
080800* the triplets, when present, begin after the token name.
080900     MOVE 9 TO TRIPLET-PTR.
081000     PERFORM 0125-SCAN-GROUP-TRIPLET
081100         UNTIL TRIPLET-PTR >= AFPI-SFLEN - 8.
081200 0125-SCAN-GROUP-TRIPLET.
081300* a zero-length triplet would loop forever; a malformed one ends
081400* the scan.
081500     MOVE AFPI-SFDATA (TRIPLET-PTR : 1) TO BIN2-2.
081600     MOVE BIN2 TO TRIPLET-LENGTH.
081700     IF TRIPLET-LENGTH < 2
081800      THEN
081900       MOVE AFPI-SFLEN TO TRIPLET-PTR
082000      ELSE
082100       IF AFPI-SFDATA (TRIPLET-PTR + 1 : 1) = TR-FQN (2 : 1)
082200          AND AFPI-SFDATA (TRIPLET-PTR + 2 : 1) = FQN-GID
082300          AND TRIPLET-LENGTH > 3
082400        THEN
082500         SUBTRACT 3 FROM TRIPLET-LENGTH GIVING GRP-NAME-LEN;
082600         IF GRP-NAME-LEN > LENGTH OF GRP-NAME
082700          THEN
082800           MOVE LENGTH OF GRP-NAME TO GRP-NAME-LEN
082900         END-IF;
083000         IF GRP-NAME-LEN > 0
083100          THEN
083200           MOVE SPACES TO GRP-NAME;
083300           MOVE AFPI-SFDATA (TRIPLET-PTR + 3 : GRP-NAME-LEN)
083400             TO GRP-NAME (1 : GRP-NAME-LEN)
083500         END-IF
083600       END-IF;
083700       ADD TRIPLET-LENGTH TO TRIPLET-PTR
083800     END-IF.
083900 0130-NEXT-GXRF-RECORD.
084000* the cross-reference holds one record per named group, in the
084100* order APKOUTXT wrote the groups; the next one for a statement
084200* still in the print dataset must be this group's.
084300     PERFORM 0135-READ-GXRF.
084400     IF GXRF-EOF
084500        OR GXRF-GRPNAME NOT = GRP-NAME
084600      THEN
084700       DISPLAY PGMNAME ' GROUP CROSS-REFERENCE OUT OF STEP AT'
084800         ' GROUP ' GRP-NAME '.';
084900       SET GXRF-OUT-OF-STEP TO TRUE
085000     END-IF.
085100 0135-READ-GXRF.
085200* trailers, statements APKEDLV took out of the print dataset, and
085300* legal-hold statements APKOUTXT diverted have no group here.
085400     PERFORM 0137-READ-ONE-GXRF.
085500     PERFORM 0137-READ-ONE-GXRF
085600         UNTIL GXRF-EOF
085700         OR (GXRF-GRPNAME (1 : 8) NOT = '*TRAILER'
085800         AND NOT GXRF-EDELIVERED AND NOT GXRF-ADDR-HELD
085850         AND NOT GXRF-SUPPRESSED                                  !@02A
085875         AND NOT GXRF-ARCHIVE-ONLY                                !@03A
085900         AND GROUP-NOT-HELD).
086000 0137-READ-ONE-GXRF.
086100     READ GXRF-FILE
086200      AT END
086300       SET GXRF-EOF TO TRUE
086400      NOT AT END
086500       PERFORM 0040-CHECK-HOLD-LIST
086600     END-READ.
086700 0140-GET-GROUP-ZIP.
086800* the ZIP code from the index values of the group's first page,
086900* digits only, so 80301-1234 and 803011234 are the same ZIP+4. at
087000* least five digits are needed; anything less is no ZIP at all.
087100     MOVE SPACES TO ZIP-WORK.
087200     MOVE ZERO TO ZIP-DIGITS.
087300     IF NDXV-OPEN
087400      THEN
087500       MOVE GXRF-FIRST-PAGE TO NDXV-PAGENUM;
087600       READ NDXV-FILE
087700        INVALID KEY
087800         CONTINUE
087900        NOT INVALID KEY
088000         PERFORM 0145-TAKE-ZIP-DIGIT
088100             VARYING ZIP-POS FROM 1 BY 1
088200             UNTIL ZIP-POS > LENGTH OF NDXV-ZIPCODE
088300       END-READ
088400     END-IF.
088500     IF ZIP-DIGITS < 5
088600      THEN
088700       ADD 1 TO NOZIP-CNTR
088800      ELSE
088900       MOVE 'Y' TO GT-ZIP-FLAG (GT-INDEX);
089000       MOVE ZIP-WORK TO GK-ZIP9 (GT-INDEX)
089100     END-IF.
089200 0145-TAKE-ZIP-DIGIT.
089300     IF NDXV-ZIPCODE (ZIP-POS : 1) NUMERIC
089400        AND ZIP-DIGITS < 9
089500      THEN
089600       ADD 1 TO ZIP-DIGITS;
089700       MOVE NDXV-ZIPCODE (ZIP-POS : 1)
089800         TO ZIP-WORK (ZIP-DIGITS : 1)
089900     END-IF.
090000 0150-CHECK-GXRF-END.
090100* every record of the contribution for a statement in the print
090200* dataset must have met its group; one left over means the groups
090300* and the records parted company.
090400     PERFORM 0135-READ-GXRF.
090500     IF GXRF-NOTEOF
090600      THEN
090700       DISPLAY PGMNAME ' GROUP CROSS-REFERENCE HAS RECORDS FOR'
090800         ' GROUPS NOT IN THE AFP DATASET, FIRST ' GXRF-GRPNAME;
090900       MOVE 'GROUP CROSS-REFERENCE OUT OF STEP' TO PRESORT-REASON;
091000       SET PRESORT-OFF TO TRUE
091100     END-IF.
091200 0200-COPY-STRAIGHT.
091300* the dataset cannot be presorted: it goes to the printer as it
091400* came, and the cross-reference, untouched, still matches it.
091500     MOVE ZERO TO AFP-OUT-CNTR.
091600     OPEN INPUT AFP-IN-FILE.
091700     OPEN OUTPUT AFP-OUT-FILE.
091800     SET AFP-NOTEOF TO TRUE.
091900     PERFORM UNTIL AFP-EOF
092000       READ AFP-IN-FILE
092100        AT END
092200         SET AFP-EOF TO TRUE
092300        NOT AT END
092400         WRITE AFP-OUT-RECORD FROM AFP-IN-RECORD;
092500         ADD 1 TO AFP-OUT-CNTR
092600       END-READ
092700     END-PERFORM.
092800     CLOSE AFP-IN-FILE, AFP-OUT-FILE.
092900     EJECT
093000 0300-ASSIGN-TIERS.
093100* each tier takes the destinations with the package minimum from
093200* the pieces the finer tiers left. the key sorts by tier, sack
093300* destination, tray destination, ZIP+4, and ACIF's order.
093400     MOVE ZERO TO CT-CNTR.
093500     PERFORM 0310-COUNT-ZIP5
093600         VARYING GT-INDEX FROM 1 BY 1
093700         UNTIL GT-INDEX > GT-CNTR.
093800     PERFORM 0315-SET-5-DIGIT
093900         VARYING GT-INDEX FROM 1 BY 1
094000         UNTIL GT-INDEX > GT-CNTR.
094100     MOVE ZERO TO CT-CNTR.
094200     PERFORM 0320-COUNT-ZIP3
094300         VARYING GT-INDEX FROM 1 BY 1
094400         UNTIL GT-INDEX > GT-CNTR.
094500     PERFORM 0325-SET-3-DIGIT
094600         VARYING GT-INDEX FROM 1 BY 1
094700         UNTIL GT-INDEX > GT-CNTR.
094800     MOVE ZERO TO CT-CNTR.
094900     PERFORM 0330-COUNT-AADC
095000         VARYING GT-INDEX FROM 1 BY 1
095100         UNTIL GT-INDEX > GT-CNTR.
095200     PERFORM 0335-SET-AADC
095300         VARYING GT-INDEX FROM 1 BY 1
095400         UNTIL GT-INDEX > GT-CNTR.
095500     PERFORM 0340-SET-MIXED
095600         VARYING GT-INDEX FROM 1 BY 1
095700         UNTIL GT-INDEX > GT-CNTR.
095800 0310-COUNT-ZIP5.
095900     IF GT-ZIP-VALID (GT-INDEX)
096000      THEN
096100       MOVE GK-ZIP9 (GT-INDEX) (1 : 5) TO COUNT-VALUE;
096200       PERFORM 0390-ADD-COUNT
096300     END-IF.
096400 0315-SET-5-DIGIT.
096500     IF GT-ZIP-VALID (GT-INDEX)
096600      THEN
096700       MOVE GK-ZIP9 (GT-INDEX) (1 : 5) TO COUNT-VALUE;
096800       PERFORM 0395-GET-COUNT;
096900       IF COUNT-FOUND NOT < MIN-PIECES
097000        THEN
097100         MOVE '1' TO GK-TIER (GT-INDEX);
097200         MOVE GK-ZIP9 (GT-INDEX) (1 : 3) TO GK-SACK (GT-INDEX);
097300         MOVE GK-ZIP9 (GT-INDEX) (1 : 5) TO GK-DEST (GT-INDEX)
097400       END-IF
097500     END-IF.
097600 0320-COUNT-ZIP3.
097700     IF GT-ZIP-VALID (GT-INDEX) AND GK-TIER (GT-INDEX) = SPACE
097800      THEN
097900       MOVE GK-ZIP9 (GT-INDEX) (1 : 3) TO COUNT-VALUE;
098000       PERFORM 0390-ADD-COUNT
098100     END-IF.
098200 0325-SET-3-DIGIT.
098300     IF GT-ZIP-VALID (GT-INDEX) AND GK-TIER (GT-INDEX) = SPACE
098400      THEN
098500       MOVE GK-ZIP9 (GT-INDEX) (1 : 3) TO COUNT-VALUE;
098600       PERFORM 0395-GET-COUNT;
098700       IF COUNT-FOUND NOT < MIN-PIECES
098800        THEN
098900         MOVE '2' TO GK-TIER (GT-INDEX);
099000         MOVE GK-ZIP9 (GT-INDEX) (1 : 3) TO GK-SACK (GT-INDEX);
099100         MOVE GK-ZIP9 (GT-INDEX) (1 : 3) TO GK-DEST (GT-INDEX)
099200       END-IF
099300     END-IF.
099400 0330-COUNT-AADC.
099500* the center serving the piece's 3-digit prefix, when the prefix
099600* table has one.
099700     IF GT-ZIP-VALID (GT-INDEX) AND GK-TIER (GT-INDEX) = SPACE
099800        AND AT-CNTR > ZERO
099900      THEN
100000       SET AT-INDEX TO 1;
100100       SEARCH AT-ENTRY
100200        AT END
100300         CONTINUE
100400        WHEN AT-ZIP3 (AT-INDEX) = GK-ZIP9 (GT-INDEX) (1 : 3)
100500         MOVE AT-AADC (AT-INDEX) TO GT-AADC (GT-INDEX);
100600         MOVE AT-AADC (AT-INDEX) TO COUNT-VALUE;
100700         PERFORM 0390-ADD-COUNT
100800       END-SEARCH
100900     END-IF.
101000 0335-SET-AADC.
101100     IF GK-TIER (GT-INDEX) = SPACE
101200        AND GT-AADC (GT-INDEX) NOT = SPACES
101300      THEN
101400       MOVE GT-AADC (GT-INDEX) TO COUNT-VALUE;
101500       PERFORM 0395-GET-COUNT;
101600       IF COUNT-FOUND NOT < MIN-PIECES
101700        THEN
101800         MOVE '3' TO GK-TIER (GT-INDEX);
101900         MOVE GT-AADC (GT-INDEX) TO GK-SACK (GT-INDEX);
102000         MOVE GT-AADC (GT-INDEX) TO GK-DEST (GT-INDEX)
102100       END-IF
102200     END-IF.
102300 0340-SET-MIXED.
102400* everything left, pieces with no usable ZIP included, travels in
102500* the one mixed sack.
102600     IF GK-TIER (GT-INDEX) = SPACE
102700      THEN
102800       MOVE '4' TO GK-TIER (GT-INDEX);
102900       MOVE 'MIXED' TO GK-SACK (GT-INDEX);
103000       MOVE SPACES TO GK-DEST (GT-INDEX)
103100     END-IF.
103200 0390-ADD-COUNT.
103300     SET CT-INDEX TO 1.
103400     SEARCH CT-ENTRY
103500      AT END
103600       ADD 1 TO CT-CNTR;
103700       SET CT-INDEX TO CT-CNTR;
103800       MOVE COUNT-VALUE TO CT-VALUE (CT-INDEX);
103900       MOVE 1 TO CT-COUNT (CT-INDEX)
104000      WHEN CT-VALUE (CT-INDEX) = COUNT-VALUE
104100       ADD 1 TO CT-COUNT (CT-INDEX)
104200     END-SEARCH.
104300 0395-GET-COUNT.
104400     MOVE ZERO TO COUNT-FOUND.
104500     SET CT-INDEX TO 1.
104600     SEARCH CT-ENTRY
104700      AT END
104800       CONTINUE
104900      WHEN CT-VALUE (CT-INDEX) = COUNT-VALUE
105000       MOVE CT-COUNT (CT-INDEX) TO COUNT-FOUND
105100     END-SEARCH.
105200     EJECT
105300 0400-RELEASE-AFP-RECORDS.
105400* the second pass hands every record to the sort under its group's
105500* key. each group is preceded by the medium map in force when it
105600* began, so it prints under the same map wherever it lands.
105700     MOVE '1' TO REL-SECTION.
105800     MOVE SPACES TO REL-GRPKEY.
105900     MOVE ZERO TO REL-CNTR, REL-GRP-CNTR.
106000     SET IMM-NOTSEEN TO TRUE.
106100     OPEN INPUT AFP-IN-FILE.
106200     SET AFP-NOTEOF TO TRUE.
106300     PERFORM 0410-RELEASE-ONE-RECORD
106400         UNTIL AFP-EOF.
106500     CLOSE AFP-IN-FILE.
106600 0410-RELEASE-ONE-RECORD.
106700     READ AFP-IN-FILE
106800      AT END
106900       SET AFP-EOF TO TRUE
107000      NOT AT END
107100       IF AFPI-CC = X'5A'
107200        THEN
107300         PERFORM 0420-CLASSIFY-RECORD
107400       END-IF;
107500       MOVE AFP-IN-RECORD TO REL-AFP-RECORD;
107600       PERFORM 0430-RELEASE-RECORD
107700     END-READ.
107800 0420-CLASSIFY-RECORD.
107900     EVALUATE AFPI-SFTYPE
108000      WHEN SF-IMM
108100       MOVE AFP-IN-RECORD TO CURR-IMM-RECORD;
108200       SET IMM-SEEN TO TRUE;
108300      WHEN SF-BNG
108400       ADD 1 TO REL-GRP-CNTR;
108500       SET GT-INDEX TO REL-GRP-CNTR;
108600       MOVE '2' TO REL-SECTION;
108700       MOVE GT-KEY (GT-INDEX) TO REL-GRPKEY;
108800       IF IMM-SEEN
108900        THEN
109000         MOVE CURR-IMM-RECORD TO REL-AFP-RECORD;
109100         PERFORM 0430-RELEASE-RECORD
109200       END-IF;
109300      WHEN SF-EDT
109400       MOVE '3' TO REL-SECTION;
109500       MOVE SPACES TO REL-GRPKEY;
109600      WHEN OTHER
109700       CONTINUE;
109800     END-EVALUATE.
109900 0430-RELEASE-RECORD.
110000     ADD 1 TO REL-CNTR.
110100     MOVE REL-SECTION TO SR-SECTION.
110200     MOVE REL-GRPKEY TO SR-GRPKEY.
110300     MOVE REL-CNTR TO SR-RECSEQ.
110400     MOVE REL-AFP-RECORD TO SR-AFP.
110500     RELEASE SORT-RECORD.
110600     EJECT
110700 0500-WRITE-SORTED-RECORDS.
110800* the records come back in mailing order; the first record of each
110900* group decides whether a sack or tray breaks ahead of it.
111000     MOVE ZERO TO AFP-OUT-CNTR, ORD-CNTR.
111100     SET IMM-NOTPENDING TO TRUE.
111200     MOVE LOW-VALUES TO LAST-IMM-RECORD.
111300     OPEN OUTPUT AFP-OUT-FILE.
111400     SET SORT-NOTEOF TO TRUE.
111500     PERFORM 0510-RETURN-ONE-RECORD
111600         UNTIL SORT-EOF.
111700     CLOSE AFP-OUT-FILE.
111800 0510-RETURN-ONE-RECORD.
111900     RETURN SORT-FILE
112000      AT END
112100       SET SORT-EOF TO TRUE
112200      NOT AT END
112300       PERFORM 0520-PLACE-RECORD
112400     END-RETURN.
112500 0520-PLACE-RECORD.
112600     IF SR-SECTION = '2' AND SR-GRPKEY NOT = OUT-GRPKEY
112700      THEN
112800       MOVE SR-GRPKEY TO OUT-GRPKEY;
112900       PERFORM 0530-BEGIN-PIECE
113000     END-IF.
113100     MOVE SR-AFP TO AFP-WORK-RECORD.
113200     IF AFPW-CC = X'5A' AND AFPW-SFTYPE = SF-IMM
113300      THEN
113400       MOVE AFP-WORK-RECORD TO PEND-IMM-RECORD;
113500       SET IMM-PENDING TO TRUE
113600      ELSE
113700       IF AFPW-CC = X'5A' AND AFPW-SFTYPE = SF-BPG
113800          AND IMM-PENDING
113900        THEN
114000         PERFORM 0550-WRITE-PENDING-IMM
114100       END-IF;
114200       PERFORM 0560-WRITE-WORK-RECORD
114300     END-IF.
114400 0530-BEGIN-PIECE.
114500* a new tier or sack destination starts a sack, and with it a
114600* tray; a new tray destination or a full tray starts a tray.
114700     SET GT-INDEX TO SR-GRPSEQ.
114800     ADD 1 TO ORD-CNTR.
114900     SET ORD-INDEX TO ORD-CNTR.
115000     MOVE SR-GRPSEQ TO ORD-ENTRY (ORD-INDEX).
115100     MOVE SR-TIER TO TIER-NUM.
115200     SET TT-INDEX TO TIER-NUM.
115300     SET BREAK-NONE TO TRUE.
115400     IF SR-TIER NOT = OUT-TIER OR SR-SACK NOT = OUT-SACK
115500      THEN
115600       SET BREAK-SACK TO TRUE
115700      ELSE
115800       IF SR-DEST NOT = OUT-DEST
115900          OR TRAY-PIECES NOT < TRAY-CAPACITY
116000        THEN
116100         SET BREAK-TRAY TO TRUE
116200       END-IF
116300     END-IF.
116400     IF BREAK-SACK
116500      THEN
116600       ADD 1 TO SACK-NUM;
116700       ADD 1 TO TT-SACKS (TT-INDEX);
116800       MOVE 'SACK' TO BRK-KIND;
116900       MOVE SACK-NUM TO BRK-NUM
117000     END-IF.
117100     IF NOT BREAK-NONE
117200      THEN
117300       ADD 1 TO TRAY-NUM;
117400       ADD 1 TO TT-TRAYS (TT-INDEX);
117500       MOVE ZERO TO TRAY-PIECES;
117600       IF BREAK-TRAY
117700        THEN
117800         MOVE 'TRAY' TO BRK-KIND;
117900         MOVE TRAY-NUM TO BRK-NUM
118000       END-IF;
118100       PERFORM 0540-WRITE-BREAK-RECORD
118200     END-IF.
118300     ADD 1 TO TRAY-PIECES.
118400     ADD 1 TO TT-PIECES (TT-INDEX).
118500     MOVE BREAK-KIND TO GT-BREAK (GT-INDEX).
118600     MOVE SR-TIER TO OUT-TIER.
118700     MOVE SR-SACK TO OUT-SACK.
118800     MOVE SR-DEST TO OUT-DEST.
118900 0540-WRITE-BREAK-RECORD.
119000* a No Operation record naming the break, built by AFPWRITE, the
119100* shared AFPDS builder in APKSFBLD, then written as its own
119200* record.
119300     MOVE TIER-NAME (TIER-NUM) TO BRK-TIER-NAME.
119400     MOVE SR-DEST TO BRK-DEST.
119500     MOVE LOW-VALUES TO ENV-RECORD-AREA.
119600     SET ENV-PTR TO ADDRESS OF ENV-RECORD-AREA.
119700     MOVE LENGTH OF BREAK-DATA TO ENV-DATA-LEN.
119800     CALL AFPWRITE USING SF-NOP,
119900                         BREAK-DATA,
120000                         ENV-DATA-LEN,
120100                         BY REFERENCE ENV-REC-LEN,
120200                         ENV-PTR.
120300     WRITE AFP-OUT-RECORD FROM ENV-RECORD-AREA (1 : 8192).
120400     ADD 1 TO AFP-OUT-CNTR.
120500     ADD 1 TO BREAK-CNTR.
120600 0550-WRITE-PENDING-IMM.
120700     IF PEND-IMM-RECORD NOT = LAST-IMM-RECORD
120800      THEN
120900       MOVE PEND-IMM-RECORD TO LAST-IMM-RECORD;
121000       WRITE AFP-OUT-RECORD FROM PEND-IMM-RECORD;
121100       ADD 1 TO AFP-OUT-CNTR
121200     END-IF.
121300     SET IMM-NOTPENDING TO TRUE.
121400 0560-WRITE-WORK-RECORD.
121500     WRITE AFP-OUT-RECORD FROM AFP-WORK-RECORD.
121600     ADD 1 TO AFP-OUT-CNTR.
121700     EJECT
121800 0600-REWRITE-GXRF.
121900* the contribution's records for statements in the print dataset
122000* are rewritten, slot by slot, with the groups in mailing order.
122100     PERFORM 0050-FIND-CONTRIBUTION.
122200     MOVE ZERO TO GXRF-SLOT-CNTR.
122300     PERFORM 0610-REWRITE-ONE-SLOT
122400         UNTIL GXRF-EOF.
122500     CLOSE GXRF-FILE.
122600 0610-REWRITE-ONE-SLOT.
122700     PERFORM 0135-READ-GXRF.
122800     IF GXRF-NOTEOF AND GXRF-SLOT-CNTR < ORD-CNTR
122900      THEN
123000       ADD 1 TO GXRF-SLOT-CNTR;
123100       SET ORD-INDEX TO GXRF-SLOT-CNTR;
123200       SET GT-INDEX TO ORD-ENTRY (ORD-INDEX);
123300       MOVE GT-GXRF (GT-INDEX) TO GXRF-RECORD;
123400       MOVE GK-TIER (GT-INDEX) TO GXRF-PRESORT-TIER;
123500       MOVE GT-BREAK (GT-INDEX) TO GXRF-BREAK;
123600       REWRITE GXRF-RECORD;
123700       ADD 1 TO REWRITE-CNTR
123800     END-IF.
123900     EJECT
124000 0700-PRINT-STATEMENT.
124100* the postage statement: one line per rate tier, then the totals.
124200     OPEN OUTPUT PRINT-FILE.
124300     IF GT-CNTR > ZERO
124400      THEN
124500       SET GT-INDEX TO 1;
124600       MOVE GT-GXRF (GT-INDEX) (64 : 8) TO PT-JOBNAME
124700     END-IF.
124800     MOVE LENGTH OF PAGE-TITLE TO PRINT-REC-LEN.
124900     WRITE PRINT-RECORD FROM PAGE-TITLE.
125000     IF PRESORT-OFF
125100      THEN
125200       MOVE PRESORT-REASON TO LM-REASON;
125300       MOVE LENGTH OF LINE-MESSAGE TO PRINT-REC-LEN;
125400       WRITE PRINT-RECORD FROM LINE-MESSAGE
125500      ELSE
125600       MOVE LENGTH OF PAGE-SUBTITLE TO PRINT-REC-LEN;
125700       WRITE PRINT-RECORD FROM PAGE-SUBTITLE;
125800       PERFORM 0710-PRINT-TIER
125900           VARYING TT-INDEX FROM 1 BY 1
126000           UNTIL TT-INDEX > 4;
126100       MOVE SPACES TO LINE-DETAIL;
126200       MOVE '0' TO LD-CC;
126300       MOVE 'TOTAL' TO LD-TIER-NAME;
126400       MOVE TOTAL-PIECES TO LD-PIECES;
126500       MOVE TOTAL-TRAYS TO LD-TRAYS;
126600       MOVE TOTAL-SACKS TO LD-SACKS;
126700       MOVE TOTAL-POSTAGE TO LD-POSTAGE;
126800       MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN;
126900       WRITE PRINT-RECORD FROM LINE-DETAIL
127000     END-IF.
127100     MOVE '0' TO LT-CC.
127200     MOVE 'AFP RECORDS READ' TO LT-LABEL.
127300     MOVE AFP-IN-CNTR TO LT-COUNT.
127400     PERFORM 0720-PRINT-TOTAL-LINE.
127500     MOVE SPACE TO LT-CC.
127600     MOVE 'AFP RECORDS WRITTEN' TO LT-LABEL.
127700     MOVE AFP-OUT-CNTR TO LT-COUNT.
127800     PERFORM 0720-PRINT-TOTAL-LINE.
127900     MOVE 'STATEMENTS' TO LT-LABEL.
128000     MOVE GT-CNTR TO LT-COUNT.
128100     PERFORM 0720-PRINT-TOTAL-LINE.
128200     MOVE 'WITH NO USABLE ZIP CODE' TO LT-LABEL.
128300     MOVE NOZIP-CNTR TO LT-COUNT.
128400     PERFORM 0720-PRINT-TOTAL-LINE.
128500     MOVE 'BREAK RECORDS WRITTEN' TO LT-LABEL.
128600     MOVE BREAK-CNTR TO LT-COUNT.
128700     PERFORM 0720-PRINT-TOTAL-LINE.
128800     MOVE 'XREF RECORDS REWRITTEN' TO LT-LABEL.
128900     MOVE REWRITE-CNTR TO LT-COUNT.
129000     PERFORM 0720-PRINT-TOTAL-LINE.
129100     CLOSE PRINT-FILE.
129200 0710-PRINT-TIER.
129300* a tier with pieces but no rate card is priced at zero and
129400* counted, so the log can say so.
129500     SET TIER-NUM TO TT-INDEX.
129600     COMPUTE TT-POSTAGE (TT-INDEX) ROUNDED =
129700         TT-PIECES (TT-INDEX) * TT-RATE (TT-INDEX).
129800     IF TT-PIECES (TT-INDEX) > ZERO
129900        AND NOT TT-RATE-SET (TT-INDEX)
130000      THEN
130100       ADD 1 TO NORATE-CNTR
130200     END-IF.
130300     ADD TT-PIECES (TT-INDEX) TO TOTAL-PIECES.
130400     ADD TT-TRAYS (TT-INDEX) TO TOTAL-TRAYS.
130500     ADD TT-SACKS (TT-INDEX) TO TOTAL-SACKS.
130600     ADD TT-POSTAGE (TT-INDEX) TO TOTAL-POSTAGE.
130700     MOVE SPACES TO LINE-DETAIL.
130800     MOVE TIER-NAME (TIER-NUM) TO LD-TIER-NAME.
130900     MOVE TT-PIECES (TT-INDEX) TO LD-PIECES.
131000     MOVE TT-TRAYS (TT-INDEX) TO LD-TRAYS.
131100     MOVE TT-SACKS (TT-INDEX) TO LD-SACKS.
131200     MOVE TT-RATE (TT-INDEX) TO LD-RATE.
131300     MOVE TT-POSTAGE (TT-INDEX) TO LD-POSTAGE.
131400     MOVE LENGTH OF LINE-DETAIL TO PRINT-REC-LEN.
131500     WRITE PRINT-RECORD FROM LINE-DETAIL.
131600 0720-PRINT-TOTAL-LINE.
131700     MOVE LENGTH OF LINE-TOTAL TO PRINT-REC-LEN.
131800     WRITE PRINT-RECORD FROM LINE-TOTAL.
131900 END PROGRAM APKPSORT.
