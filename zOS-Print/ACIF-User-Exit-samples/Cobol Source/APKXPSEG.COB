000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000133* LAST UPDATE ON 15 Oct 2026 AT 10:45:00 BY HOWARDT VERSION 09   *!@09A
000133*    LOOK UP EVERY CODE PAGE, CHARACTER SET, PAGE SEGMENT AND    *!@09A
000133*    OVERLAY THROUGH THE SHARED APKRMAP MEMBER (THE APKRMPC      *!@09A
000133*    RESOURCE REMAPPING TABLE APKOUTXT APPLIES TO THE OUTPUT     *!@09A
000133*    STREAM), MATCHING APKRSLST. A REMAPPED RESOURCE IS LISTED   *!@09A
000133*    AND RECORDED IN HISTORY UNDER ITS NEW NAME, AND THE OLD     *!@09A
000133*    RESOURCE IS EXCLUDED FROM THE RESOURCE LIBRARY.             *!@09A
000134* LAST UPDATE ON 2 Sep 2026 AT 12:00:00 BY HOWARDT VERSION 08   *!@08A
000134*    CLOSE THE BATCH SUMMARY CONTRIBUTION WITH A *TRAILER         *!@08A
000134*    RECORD CARRYING THE COUNT OF RECORDS THIS EXIT WROTE, SO     *!@08A
092127               APKBSUMR. This file should be reset (emptied)       !@04A
092128               once a day, before the first job of the batch       !@04A
092129               window runs.                                        !@04A
004088
004089               Every code page, character set, page segment and   !@09A
004090               overlay is looked up through the shared APKRMAP    !@09A
004091               member, which reads the resource remapping table   !@09A
004092               on a DD named APKRMPC. APKOUTXT has already        !@09A
004093               rewritten a remapped name in the output stream,    !@09A
004094               so the resource is listed and recorded in history  !@09A
004095               under its new name, and the old resource is        !@09A
004096               excluded from the resource library, whatever       !@09A
004097               APKXINC says. The new resource itself is not       !@09A
004098               presented to this exit and must be available to    !@09A
004099               the printer or in the resource library.            !@09A
004100
004200 DATE-WRITTEN. 23 FEB 93.
004300 DATE-COMPILED.
092411 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.                 !@07C
092412 77  WS-RUNTIME              PIC X(6) VALUE SPACES.               !@04A
092413 77  WS-RESCNT               PIC S9(8) BINARY VALUE ZERO.         !@04A
010689* resource remapping: the APKRMAP call fields, the name recorded  !@09A
010690* for this resource (its successor when remapped), and the count  !@09A
010691* of resources remapped this run.                                 !@09A
010692 77  APKRMAP-PGM             PIC X(8) VALUE 'APKRMAP'.            !@09A
010693 77  RMAP-TYPE               PIC X(8) VALUE SPACES.               !@09A
010694 77  RMAP-RESULT             PIC X VALUE 'N'.                     !@09A
010695     88  RMAP-FOUND          VALUE 'Y'.                           !@09A
010696     88  RMAP-NOTFOUND       VALUE 'N'.                           !@09A
010697 77  WK-RES-NAME             PIC X(8) VALUE SPACES.               !@09A
010698 77  REMAP-CNTR              PIC 9(6) BINARY VALUE ZERO.          !@09A
010699 77  REMAP-DISP              PIC ZZZ,ZZ9.                         !@09A
010700 77  CPAGE                   PIC X VALUE X'41'.
010800 77  CSET                    PIC X VALUE X'40'.
010900 77  PSEG                    PIC X VALUE X'FB'.
092551       PERFORM 0037-WRITE-SUMMARY;                                !@04A
092551       PERFORM 0038-WRITE-BSUM-TRAILER;                           !@08A
092552       CLOSE SUMMARY-FILE;                                        !@04A
016895       IF REMAP-CNTR > ZERO                                       !@09A
016896        THEN                                                      !@09A
016897         MOVE REMAP-CNTR TO REMAP-DISP;                           !@09A
016898         DISPLAY 'APKXPSEG RESOURCES REMAPPED ' REMAP-DISP        !@09A
016899       END-IF;                                                    !@09A
016900       SET FIRST-TIME TO TRUE;
017000       GOBACK;
017100     END-IF.
017200     SKIP1
017250* a code page, character set, page segment or overlay on the      !@09A
017252* remapping table was renamed in the output stream by APKOUTXT;   !@09A
017254* its successor is listed in its place below, and the old         !@09A
017256* resource is left out of the resource library.                   !@09A
017259     MOVE RES-RSNAME TO WK-RES-NAME.                              !@09A
017261     SET RMAP-NOTFOUND TO TRUE.                                   !@09A
017263     EVALUATE RES-RSTYPE                                          !@09A
017265      WHEN CPAGE   MOVE 'CPAGE' TO RMAP-TYPE                      !@09A
017268      WHEN CSET    MOVE 'CSET'  TO RMAP-TYPE                      !@09A
017270      WHEN PSEG    MOVE 'PSEG'  TO RMAP-TYPE                      !@09A
017272      WHEN OVLY    MOVE 'OVLY'  TO RMAP-TYPE                      !@09A
017275      WHEN OTHER   MOVE SPACES  TO RMAP-TYPE                      !@09A
017277     END-EVALUATE.                                                !@09A
017279     IF RMAP-TYPE NOT = SPACES                                    !@09A
017281      THEN                                                        !@09A
017284       CALL APKRMAP-PGM USING RMAP-TYPE, RES-RSNAME, WK-RES-NAME, !@09A
017286                              RMAP-RESULT                         !@09A
017288     END-IF.                                                      !@09A
017290     IF RMAP-FOUND                                                !@09A
017293      THEN                                                        !@09A
017295       ADD 1 TO REMAP-CNTR                                        !@09A
017297     END-IF.                                                      !@09A
017300     EVALUATE RES-RSTYPE
017400* ACIF presents code pages each time they appear in a font, so
017500* there may be many occurences of the same codepage. Make sure
017700      WHEN CPAGE
017800       ADD 1 TO CPAGE-CNTR;
017900       MOVE CPAGE-NAME TO LINE-TYPE;
018000       MOVE WK-RES-NAME TO LINE-RESNAME;                          !@09C
018100       PERFORM 0120-PRINT-DETAIL;
018200      WHEN CSET
018300       ADD 1 TO CSET-CNTR;
018400       MOVE CSET-NAME TO LINE-TYPE;
018500       MOVE WK-RES-NAME TO LINE-RESNAME;                          !@09C
018600       PERFORM 0120-PRINT-DETAIL;
018700      WHEN PSEG
018800       ADD 1 TO PSEG-CNTR;
018900       MOVE PSEG-NAME TO LINE-TYPE;
019000       MOVE WK-RES-NAME TO LINE-RESNAME;                          !@09C
019100       PERFORM 0120-PRINT-DETAIL;
019200      WHEN OVLY
019300       ADD 1 TO OVLY-CNTR;
019400       MOVE OVLY-NAME TO LINE-TYPE;
019500       MOVE WK-RES-NAME TO LINE-RESNAME;                          !@09C
019600       PERFORM 0120-PRINT-DETAIL;
019700      WHEN OTHER
019800       ADD 1 TO UNKNOWN-CNTR;
019900     END-EVALUATE.
090500     PERFORM 0030-SET-RES-ACTION.                                 !@02
020296     IF RMAP-FOUND                                                !@09A
020297      THEN                                                        !@09A
020298       MOVE IGNORE-RESOURCE TO RES-ACTION                         !@09A
020299     END-IF.                                                      !@09A
020300     GOBACK.
020400 TITLE 'Produce Resource Used Report'.
020500 0120-PRINT-DETAIL.
