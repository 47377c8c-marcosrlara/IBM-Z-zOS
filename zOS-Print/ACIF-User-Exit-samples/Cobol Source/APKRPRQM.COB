000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000099* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 06   *!@06A
000099*    CONFIRM RECORDS EACH REQUEST A REPRINT RUN FULFILLED AS     *!@06A
000099*    STAGE REPRINT IN THE DATASET LINEAGE FILE THROUGH APKLINW.  *!@06A
000100* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000100*    GEN NOW RECORDS EACH REQUEST IT SENDS TO REPRINT IN THE     *!@05A
000100*    SHARED DISCLOSURE LOG, APKDSCL, WITH THE REQUESTER AND      *!@05A
000100*    REASON FROM THE QUEUE.                                      *!@05A
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000101*    THE QUEUE IS NOW ALSO ADDED TO ONLINE BY THE HELP-DESK      *!@04A
000101*    INQUIRY (APKHDIQ) AND READ BY ITS REQUEST STATUS            *!@04A
000101*    (APKHDST). FOR THAT THE QUEUE IS A VSAM ESDS DEFINED        *!@04A
000101*    REUSE, WHICH THIS PROGRAM READS AND REWRITES WHOLE AS       *!@04A
000101*    BEFORE, ASSIGNED AS AS-APKRPRQ AS AN ESDS MUST BE; CLOSE    *!@04A
000101*    THE CICS FILE WHILE IT RUNS.                                *!@04A
000102* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 03   *!@03A
000103*    ADD NOW ACCEPTS A GROUP-REFERENCE CARD TOO - HOW A          *!@03A
000104*    SERVICE REQUEST ACTUALLY ARRIVES: A CARD WHOSE RANGE        *!@03A
003200                            and mark them generated; ends with
003300                            return code 4 when the job has no
003400                            open request, so an empty reprint
003500                            member is visible. Each request       !@05C
003512                            generated is a disclosure of the      !@05A
003525                            pages it reprints, and is appended    !@05A
003537                            to the shared disclosure log,         !@05A
003550                            APKDSCL, with the date and time,      !@05A
003562                            the requester, reason, JOBID and      !@05A
003575                            page range (APKDSCR reports the       !@05A
003587                            log)                                  !@05A
003600                 CONFIRM  - scan the day's collected APKBSUM
003700                            summary records for event-type-R
003800                            end records and mark each such
003900                            job's generated requests fulfilled,
004000                            with the date; run it after the
004100                            window's collections, ahead of the
004200                            BSUMR reset. Each request             !@06C
004216                            fulfilled is recorded as stage        !@06A
004233                            REPRINT in the dataset lineage        !@06A
004250                            file, APKLIN, under its JOBID with    !@06A
004266                            the page range, through the shared    !@06A
004283                            APKLINW member                        !@06A
004300
004400               Allocate a DD named APKRPRQ for the queue
004500               (80-byte fixed records: status O/G/F, JOBID,
004700               date fulfilled), plus APKRPRA and APKGXRF (the     !@03C
004710               group cross-reference the group-reference          !@03A
004720               cards resolve against) for ADD, APKRPRC            !@03C
004800               and APKDSCL (RECFM FB, LRECL 160, appended to) for !@05C
004850               GEN, and APKBSUM, APKLIN (DISP=MOD) and APKWSTA    !@06C
004866               (the window-state record APKLINW reads) for        !@06A
004883               CONFIRM. The queue is                              !@06A
004900               rewritten in place through a hold table, the
005000               same technique as the collector's checkpoint
005100               merge; fulfilled requests stay on the queue as
005200               the audit trail, and the weekly maintenance
005300               window is the place to archive them off when
005400               the file grows.
005407
005415               The queue is also added to online by the help      !@04A
005423               desk's inquiry transaction (APKHDIQ), and read     !@04A
005430               by its request status transaction (APKHDST). For   !@04A
005438               that the queue is a VSAM ESDS defined with         !@04A
005446               REUSE, so the OPEN OUTPUT here still empties it    !@04A
005449               before the rewrite; being an ESDS, it is assigned  !@04A
005453               as AS-APKRPRQ. Close the APKRPRQ file in           !@04A
005461               CICS for the run of this program and open it       !@04A
005469               again afterward; the screens say the queue is      !@04A
005476               unavailable meanwhile. The online add refuses a    !@04A
005484               request that would take the queue past the 1000    !@04A
005492               entries held here.                                 !@04A
005500 DATE-WRITTEN. 2 Sep 2026.
005600 DATE-COMPILED.
005700 SECURITY. IBM SAMPLE CODE ONLY.
009600 OBJECT-COMPUTER. IBM-370.
009700 INPUT-OUTPUT SECTION.
009800 FILE-CONTROL.
009900     SELECT RPRQ-FILE ASSIGN TO AS-APKRPRQ                        !@04C
010000         ORGANIZATION SEQUENTIAL.
010100     SELECT RPRA-FILE ASSIGN TO APKRPRA
010200         ORGANIZATION SEQUENTIAL.
010460         ORGANIZATION SEQUENTIAL.                                 !@03A
010500     SELECT SUMMARY-FILE ASSIGN TO APKBSUM
010600         ORGANIZATION SEQUENTIAL.
010633     SELECT DSCL-FILE ASSIGN TO APKDSCL                           !@05A
010666         ORGANIZATION SEQUENTIAL.                                 !@05A
010700     EJECT
010800 DATA DIVISION.
010900 FILE SECTION.
015700     05  FILLER              PIC X(48).
015800     05  SUM-RECTYPE         PIC X.
015900     05  FILLER              PIC X(01).
015904* the shared disclosure log: one record per statement pulled      !@05A
015909* back out of the system, appended by each program that does so.  !@05A
015914 FD  DSCL-FILE                                                    !@05A
015919     LABEL RECORDS STANDARD                                       !@05A
015923     RECORDING MODE F                                             !@05A
015928     BLOCK CONTAINS 0                                             !@05A
015933     RECORD CONTAINS 160 CHARACTERS.                              !@05A
015938 01  DSCL-RECORD.                                                 !@05A
015942     05  DSCL-DATE           PIC 9(8).                            !@05A
015947     05  DSCL-TIME           PIC 9(6).                            !@05A
015952     05  DSCL-PGMNAME        PIC X(8).                            !@05A
015957     05  DSCL-REQUESTER      PIC X(8).                            !@05A
015961     05  DSCL-REASON         PIC X(20).                           !@05A
015966     05  DSCL-GRPNAME        PIC X(44).                           !@05A
015971     05  DSCL-FIRST-PAGE     PIC 9(8).                            !@05A
015976     05  DSCL-LAST-PAGE      PIC 9(8).                            !@05A
015980     05  DSCL-ACCTNO         PIC X(20).                           !@05A
015985     05  DSCL-JOBNAME        PIC X(8).                            !@05A
015990     05  DSCL-RUNDATE        PIC 9(8).                            !@05A
015995     05  FILLER              PIC X(14).                           !@05A
016000     EJECT
016100 WORKING-STORAGE SECTION.
016200 77  PGMNAME                 PIC X(8) VALUE 'APKRPRQM'.
017500     88  MODE-CONFIRM        VALUE 'CONFIRM'.
017600 77  RUN-JOBID               PIC X(8) VALUE SPACES.
017700 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.
017725 01  LOG-TIME.                                                    !@05A
017750     05  LOG-HHMMSS          PIC 9(6).                            !@05A
017775     05  FILLER              PIC 99.                              !@05A
017777* the lineage record for each request fulfilled.                  !@06A
017779 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.            !@06A
017781 77  LIN-STAGE               PIC X(8) VALUE 'REPRINT'.            !@06A
017783 77  LIN-DSNAME              PIC X(44) VALUE SPACES.              !@06A
017785 77  LIN-PARENT              PIC X(44) VALUE SPACES.              !@06A
017787 01  LIN-DETAIL.                                                  !@06A
017789     05  FILLER              PIC X(6) VALUE 'PAGES '.             !@06A
017791     05  LIN-FROM-PAGE       PIC 9(8).                            !@06A
017793     05  FILLER              PIC X VALUE '-'.                     !@06A
017795     05  LIN-TO-PAGE         PIC 9(8).                            !@06A
017797     05  FILLER              PIC X VALUE SPACE.                   !@06A
017800 77  QUEUE-FULL-FLAG         PIC X VALUE 'N'.
017900     88  QUEUE-FULL          VALUE 'Y'.
018000 77  MAX-REQUESTS            PIC 9(8) BINARY VALUE 1000.
032900* APKRPRC content, and are marked generated so the fulfillment
033000* can be traced to the run that printed them.
033100     OPEN OUTPUT RPRC-FILE.
033133     ACCEPT LOG-TIME FROM TIME.                                   !@05A
033166     OPEN EXTEND DSCL-FILE.                                       !@05A
033200     PERFORM 0310-GENERATE-ONE-REQUEST
033300         VARYING RQ-INDEX FROM 1 BY 1
033400         UNTIL RQ-INDEX > RQ-CNTR.
033500     CLOSE RPRC-FILE.
033550     CLOSE DSCL-FILE.                                             !@05A
033600     MOVE GEN-CNTR TO GEN-DISP.
033700     DISPLAY PGMNAME, GEN-DISP, ' RANGES GENERATED FOR JOB '
033800         RUN-JOBID '.'.
035000       MOVE WRQ-FROM-PAGE TO RPC-FROM-PAGE;
035100       MOVE WRQ-TO-PAGE TO RPC-TO-PAGE;
035200       WRITE RPRC-RECORD;
035250       PERFORM 0320-LOG-DISCLOSURE;                               !@05A
035300       MOVE 'G' TO WRQ-STATUS;
035400       MOVE WK-RPRQ-RECORD TO RQ-ENTRY (RQ-INDEX);
035500       ADD 1 TO GEN-CNTR
035600     END-IF.
035606 0320-LOG-DISCLOSURE.                                             !@05A
035613* the pages are going back out to the requester: a disclosure,    !@05A
035620* appended to the shared log.                                     !@05A
035626     MOVE SPACES TO DSCL-RECORD.                                  !@05A
035633     MOVE WS-RUNDATE TO DSCL-DATE.                                !@05A
035640     MOVE LOG-HHMMSS TO DSCL-TIME.                                !@05A
035646     MOVE PGMNAME TO DSCL-PGMNAME.                                !@05A
035653     MOVE WRQ-REQUESTER TO DSCL-REQUESTER.                        !@05A
035660     MOVE WRQ-REASON TO DSCL-REASON.                              !@05A
035666     MOVE WRQ-FROM-PAGE TO DSCL-FIRST-PAGE.                       !@05A
035673     MOVE WRQ-TO-PAGE TO DSCL-LAST-PAGE.                          !@05A
035680     MOVE WRQ-JOBID TO DSCL-JOBNAME.                              !@05A
035686     MOVE ZERO TO DSCL-RUNDATE.                                   !@05A
035693     WRITE DSCL-RECORD.                                           !@05A
035700 0400-CONFIRM-FULFILLMENT.
035800* the jobs whose reprint runs completed tonight, from the
035900* event-type-R end records, then every generated request of
040800         MOVE 'F' TO WRQ-STATUS;
040900         MOVE WS-RUNDATE TO WRQ-FILL-DATE;
041000         MOVE WK-RPRQ-RECORD TO RQ-ENTRY (RQ-INDEX);
041100         ADD 1 TO FILL-CNTR;                                      !@06C
041120         MOVE WRQ-FROM-PAGE TO LIN-FROM-PAGE;                     !@06A
041140         MOVE WRQ-TO-PAGE TO LIN-TO-PAGE;                         !@06A
041160         CALL APKLINW-PGM USING LIN-STAGE, WRQ-JOBID, LIN-DSNAME, !@06A
041180                                LIN-PARENT, LIN-DETAIL, PGMNAME   !@06A
041200       END-IF
041300     END-IF.
041400 0500-REWRITE-QUEUE.
