000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000111*    THE WINDOW IS NOW IDENTIFIED BY ITS DATE AND A CYCLE NUMBER *!@02A
000117*    (WST-CYCLE, OUT OF THE TRAILING FILLER), SO MORE THAN ONE   *!@02A
000122*    PRINT CYCLE CAN RUN IN A DAY: AN ACIF JOB AFTER TODAY'S     *!@02A
000128*    WINDOW WAS SUMMARIZED OPENS THE NEXT CYCLE OF THE SAME      *!@02A
000134*    DATE.                                                       *!@02A
000140* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 01   *
000142*    NEW PROGRAM.                                                *
000200 ID DIVISION.
004600               opening date through the after-midnight
004700               collections and summary; the phase, not the
004800               clock, is what sequences the jobs.
004805
004811               A window is identified by its date and a cycle     !@02A
004817               number (1-9), so a day can run more than one print !@02A
004823               cycle - the overnight run and a midday             !@02A
004829               statement-and-notice cycle, say. An ACIF job       !@02A
004835               arriving after the last window was summarized      !@02A
004841               opens cycle 1 of today's date or, when that        !@02A
004847               summarized window is already today's, the next     !@02A
004852               cycle of the same date; a tenth cycle in one day   !@02A
004858               is refused. Each cycle opens, collects, and        !@02A
004864               summarizes on its own. The window identifier (date !@02A
004870               and cycle) is what APKBSUMC stamps on the          !@02A
004876               contributions it merges and what APKBSUMR,         !@02A
004882               APKXRFLD, APKGXDUP, and APKDACCR report by. A      !@02A
004888               state record written before cycles were kept reads !@02A
004894               as cycle 1.                                        !@02A
004900
005000               Allocate a DD named APKWSTA for the one-record
005100               window-state file (80-byte fixed).
009800     EJECT
009900 DATA DIVISION.
010000 FILE SECTION.
010100* the one-record window state: the window date, cycle and phase.  !@02C
010200 FD  WSTA-FILE
010300     LABEL RECORDS STANDARD
010400     RECORDING MODE F
011100         88  WST-OPEN        VALUE 'O'.
011200         88  WST-COLLECTED   VALUE 'C'.
011300         88  WST-SUMMARIZED  VALUE 'S'.
011400     05  FILLER              PIC X.                               !@02C
011433     05  WST-CYCLE           PIC 9.                               !@02A
011466     05  FILLER              PIC X(67).                           !@02A
011500     EJECT
011600 WORKING-STORAGE SECTION.
011700 77  PGMNAME                 PIC X(8) VALUE 'APKWSTAT'.
012700     88  PHASE-DAILY         VALUE 'DAILY'.
012800 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.
012900 77  HELD-DATE               PIC 9(8) VALUE ZERO.
012950 77  HELD-CYCLE              PIC 9 VALUE ZERO.                    !@02A
013000 77  HELD-PHASE              PIC X VALUE SPACE.
013100     88  HELD-OPEN           VALUE 'O'.
013200     88  HELD-COLLECTED      VALUE 'C'.
013700     88  PHASE-REFUSED       VALUE 'N'.
013800 77  NEW-PHASE               PIC X VALUE SPACE.
013900 77  NEW-DATE                PIC 9(8) VALUE ZERO.
013950 77  NEW-CYCLE               PIC 9 VALUE ZERO.                    !@02A
014000 77  REFUSE-TEXT             PIC X(40) VALUE SPACES.
014100/ PROCESSING.
014200 LINKAGE SECTION.
015300     IF PHASE-ALLOWED
015400      THEN
015500       PERFORM 0300-ADVANCE-STATE;
015600       DISPLAY PGMNAME ' WINDOW ' NEW-DATE ' CYCLE ' NEW-CYCLE    !@02C
015700         ' NOW IN PHASE ' NEW-PHASE ' (' RUN-PHASE                !@02C
015750         ' STEP ADMITTED).'                                       !@02A
015800      ELSE
015900       PERFORM 0400-REFUSE-STEP
016000     END-IF.
017800     IF WSTA-NOTEOF
017900      THEN
018000       MOVE WST-DATE TO HELD-DATE;
018100       MOVE WST-PHASE TO HELD-PHASE;                              !@02C
018114       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@02A
018128        THEN                                                      !@02A
018142         MOVE WST-CYCLE TO HELD-CYCLE                             !@02A
018157        ELSE                                                      !@02A
018171         MOVE 1 TO HELD-CYCLE                                     !@02A
018185       END-IF                                                     !@02A
018200      ELSE
018300       MOVE SPACE TO HELD-PHASE;
018400       MOVE ZERO TO HELD-DATE;                                    !@02C
018450       MOVE ZERO TO HELD-CYCLE                                    !@02A
018500     END-IF.
018600     CLOSE WSTA-FILE.
018700 0200-DECIDE-PHASE.
018800* the phase, not the clock, sequences the jobs: a window that
018900* opens before midnight keeps its date through the
019000* after-midnight collections and summary.
019033* a window summarized earlier today is followed by the next       !@02A
019066* cycle of the same date; any other fresh window is cycle 1.      !@02A
019100     SET PHASE-REFUSED TO TRUE.
019200     EVALUATE TRUE
019300      WHEN PHASE-ACIF
019400       IF HELD-NONE OR HELD-SUMMARIZED
019500        THEN
019600         PERFORM 0250-OPEN-NEW-WINDOW                             !@02C
019900        ELSE
020000         IF HELD-OPEN OR HELD-COLLECTED
020100          THEN
020200           SET PHASE-ALLOWED TO TRUE;
020300           MOVE HELD-DATE TO NEW-DATE;
020350           MOVE HELD-CYCLE TO NEW-CYCLE;                          !@02A
020400           MOVE 'O' TO NEW-PHASE
020500          ELSE
020600           MOVE 'WINDOW STATE UNRECOGNIZED' TO REFUSE-TEXT
021100        THEN
021200         SET PHASE-ALLOWED TO TRUE;
021300         MOVE HELD-DATE TO NEW-DATE;
021350         MOVE HELD-CYCLE TO NEW-CYCLE;                            !@02A
021400         MOVE 'C' TO NEW-PHASE
021500        ELSE
021600         MOVE 'NO OPEN WINDOW - CONTRIBUTION WOULD STRAND'
022100        THEN
022200         SET PHASE-ALLOWED TO TRUE;
022300         MOVE HELD-DATE TO NEW-DATE;
022350         MOVE HELD-CYCLE TO NEW-CYCLE;                            !@02A
022400         MOVE 'S' TO NEW-PHASE
022500        ELSE
022600         IF HELD-OPEN
023800      WHEN OTHER
023900       MOVE 'UNKNOWN PHASE PARM' TO REFUSE-TEXT;
024000     END-EVALUATE.
024005 0250-OPEN-NEW-WINDOW.                                            !@02A
024010     IF HELD-SUMMARIZED AND HELD-DATE = WS-RUNDATE                !@02A
024015      THEN                                                        !@02A
024021       IF HELD-CYCLE < 9                                          !@02A
024026        THEN                                                      !@02A
024031         SET PHASE-ALLOWED TO TRUE;                               !@02A
024036         MOVE HELD-DATE TO NEW-DATE;                              !@02A
024042         ADD 1 TO HELD-CYCLE GIVING NEW-CYCLE;                    !@02A
024047         MOVE 'O' TO NEW-PHASE                                    !@02A
024052        ELSE                                                      !@02A
024057         MOVE 'NINE CYCLES ALREADY RUN TODAY' TO REFUSE-TEXT      !@02A
024063       END-IF                                                     !@02A
024068      ELSE                                                        !@02A
024073       SET PHASE-ALLOWED TO TRUE;                                 !@02A
024078       MOVE WS-RUNDATE TO NEW-DATE;                               !@02A
024084       MOVE 1 TO NEW-CYCLE;                                       !@02A
024089       MOVE 'O' TO NEW-PHASE                                      !@02A
024094     END-IF.                                                      !@02A
024100 0300-ADVANCE-STATE.
024200     OPEN OUTPUT WSTA-FILE.
024300     MOVE SPACES TO WSTA-RECORD.
024400     MOVE NEW-DATE TO WST-DATE.
024500     MOVE NEW-PHASE TO WST-PHASE.
024550     MOVE NEW-CYCLE TO WST-CYCLE.                                 !@02A
024600     WRITE WSTA-RECORD.
024700     CLOSE WSTA-FILE.
024800 0400-REFUSE-STEP.
025000* CONDs hold every step behind this one.
025100     DISPLAY PGMNAME ' ' RUN-PHASE ' STEP REFUSED: '
025200         REFUSE-TEXT.
025300     DISPLAY PGMNAME ' WINDOW DATE ' HELD-DATE ' CYCLE '          !@02C
025400         HELD-CYCLE ' PHASE <' HELD-PHASE '>.'.                   !@02C
025500     MOVE 'APK021E' TO WTO-MSGID.
025600     MOVE SPACES TO WTO-MSGTEXT.
025700     STRING 'APKWSTAT ' DELIMITED BY SIZE
