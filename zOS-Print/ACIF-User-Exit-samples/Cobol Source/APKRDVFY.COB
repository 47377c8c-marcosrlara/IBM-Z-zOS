000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000139* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000139*    THE EXEC PARM NAMES THE JOB VERIFIED, AND THE RESULT        *!@02A
000139*    (REDACT, PASS OR FAIL, WITH THE SURVIVING HITS AND THE      *!@02A
000139*    JOB) IS STAGED FOR THE APKDAILY MONITORING FEED THROUGH     *!@02A
000139*    THE SHARED APKMETW MEMBER.                                  *!@02A
000140* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 01   *
000142*    NEW PROGRAM.                                                *
000200 ID DIVISION.
002700                            the output either)
002800                 PAPKRDVF - the certificate, LRECL 125,
002900                            BLKSIZE n*125+4, VBA
002912                APKMETS  - the window metrics staging file,       !@02A
002925                            DISP=MOD: the result of the           !@02A
002937                            verification is staged there for      !@02A
002950                            the APKDAILY monitoring feed          !@02A
002962                            through the shared APKMETW member     !@02A
002975                APKWSTA  - the window-state record APKMETW        !@02A
002987                            reads, read only                      !@02A
003000
003100               The scan is a raw byte scan of each record's
003200               structured-field data, so a phrase that
003900               step with return code 8 and an operator
004000               message; a clean scan certifies PASS with the
004100               record and page counts scanned.
004114
004128               The EXEC PARM is the JOBID of the run verified,    !@02A
004142               carried on the staged result; without one the      !@02A
004157               result is staged with a blank job. A run with no   !@02A
004171               suppress cards verifies nothing and stages         !@02A
004185               nothing.                                           !@02A
004200
004300               With no suppress card at all the step ends with
004400               return code 4: a certificate that checked
014600 77  PAGE-DISP               PIC ZZZZ,ZZ9.
014700 77  HIT-DISP                PIC ZZZZ,ZZ9.
014800 77  SCAN-LEN                PIC 9(8) BINARY VALUE ZERO.
014805* the window metrics record for this verification, staged for     !@02A
014811* the APKDAILY monitoring feed through the shared APKMETW member. !@02A
014817 77  APKMETW-PGM             PIC X(8) VALUE 'APKMETW'.            !@02A
014823 77  MET-TYPE                PIC X(3) VALUE 'CHK'.                !@02A
014829 77  MET-KEY                 PIC X(8) VALUE 'REDACT'.             !@02A
014835 77  MET-STATUS              PIC X(4) VALUE 'PASS'.               !@02A
014841 77  MET-PAGES               PIC 9(9) VALUE ZERO.                 !@02A
014847 77  MET-RECORDS             PIC 9(9) VALUE ZERO.                 !@02A
014852 77  MET-ELAPSED             PIC 9(7) VALUE ZERO.                 !@02A
014858 77  MET-DEVIATION           PIC 9(5) VALUE ZERO.                 !@02A
014864 01  MET-DETAIL.                                                  !@02A
014870     05  MET-COUNT           PIC 9(8) VALUE ZERO.                 !@02A
014876     05  FILLER              PIC X(11) VALUE                      !@02A
014882         ' HITS, JOB '.                                           !@02A
014888     05  MET-JOBID           PIC X(8) VALUE SPACES.               !@02A
014894     05  FILLER              PIC X(5) VALUE SPACES.               !@02A
014900 77  WK-TALLY                PIC 9(8) BINARY VALUE ZERO.
015000 77  RULE-NUM                PIC 9(4) BINARY VALUE ZERO.
015100 77  MAX-PAGES-PER-RULE      PIC 9(4) BINARY VALUE 10.
020210     SKIP1
020220/ AFP STRUCTURED FIELD DEFINITIONS.
020230     COPY STRFLDS SUPPRESS.
020244 LINKAGE SECTION.                                                 !@02A
020258 01  PARM-AREA.                                                   !@02A
020272     05  PARM-LEN            PIC S9(4) BINARY.                    !@02A
020286     05  PARM-DATA           PIC X(8).                            !@02A
020300/ PROCESSING.
020400 TITLE 'Initialization and Main Line'.
020500 PROCEDURE DIVISION USING PARM-AREA.                              !@02C
020600 0000-MAINLINE.
020700     PERFORM 0010-LOAD-SUPPRESS-TABLE.
020800     IF SUPP-CNTR = ZERO
022700     MOVE HIT-CNTR TO HIT-DISP.
022800     DISPLAY PGMNAME, REC-DISP, ' RECORDS SCANNED,',
022900         HIT-DISP, ' SURVIVING PHRASE HITS.'.
022905     IF PARM-LEN > 8                                              !@02A
022910      THEN                                                        !@02A
022915       MOVE 8 TO PARM-LEN                                         !@02A
022921     END-IF.                                                      !@02A
022926     IF PARM-LEN > ZERO                                           !@02A
022931      THEN                                                        !@02A
022936       MOVE PARM-DATA (1 : PARM-LEN) TO MET-JOBID                 !@02A
022942     END-IF.                                                      !@02A
022947     IF HIT-CNTR > ZERO                                           !@02A
022952      THEN                                                        !@02A
022957       MOVE 'FAIL' TO MET-STATUS                                  !@02A
022963     END-IF.                                                      !@02A
022968     MOVE HIT-CNTR TO MET-COUNT.                                  !@02A
022973     MOVE PAGE-COUNT TO MET-PAGES.                                !@02A
022978     MOVE REC-CNTR TO MET-RECORDS.                                !@02A
022984     CALL APKMETW-PGM USING MET-TYPE, MET-KEY, MET-STATUS,        !@02A
022989                            MET-PAGES, MET-RECORDS, MET-ELAPSED,  !@02A
022994                            MET-DEVIATION, MET-DETAIL, PGMNAME.   !@02A
023000     IF HIT-CNTR > ZERO
023100      THEN
023200       MOVE 'APK018E' TO WTO-MSGID;
