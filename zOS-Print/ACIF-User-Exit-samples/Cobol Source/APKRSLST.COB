000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT   APKRSLST
000027* LAST UPDATE ON 15 Oct 2026 AT 10:30:00 BY HOWARDT VERSION 20   *!@20A
000027*    LOOK UP EVERY CODE PAGE, CHARACTER SET, PAGE SEGMENT AND    *!@20A
000027*    OVERLAY THROUGH THE SHARED APKRMAP MEMBER (THE APKRMPC      *!@20A
000027*    RESOURCE REMAPPING TABLE APKOUTXT APPLIES TO THE OUTPUT     *!@20A
000027*    STREAM). A REMAPPED RESOURCE IS RECORDED UNDER ITS NEW NAME *!@20A
000027*    IN THE TABLES, REPORT, EXTRACT AND CHECKPOINT, AND THE OLD  *!@20A
000027*    RESOURCE IS EXCLUDED FROM THE RESOURCE LIBRARY.             *!@20A
000028* LAST UPDATE ON 2 Sep 2026 AT 12:30:00 BY HOWARDT VERSION 19   *!@19A
000028*    CLOSE THE BATCH SUMMARY CONTRIBUTION WITH A *TRAILER         *!@19A
000028*    RECORD CARRYING THE COUNT OF RECORDS THIS EXIT WROTE, SO     *!@19A
               by APKBSUMR. This file should be reset (emptied)   !@09A
               once a day, before the first job of the batch      !@09A
               window runs.                                       !@09A
004686
004687               Every code page, character set, page segment and   !@20A
004688               overlay is looked up through the shared APKRMAP    !@20A
004689               member, which reads the resource remapping table   !@20A
004690               on a DD named APKRMPC. APKOUTXT has already        !@20A
004691               rewritten a remapped name in the output stream,    !@20A
004692               so the resource is recorded under its new name -   !@20A
004693               in the tables, the report, the extract and the     !@20A
004694               checkpoint - and the old resource is excluded from !@20A
004695               the resource library, whatever APKREXC says. The   !@20A
004696               new resource itself is not presented to this exit  !@20A
004697               and must be available to the printer or in the     !@20A
004698               resource library. The report counts the resources  !@20A
004699               remapped.                                          !@20A
004700 DATE-WRITTEN. 23 FEB 93.                                         APKRSLST
004800 DATE-COMPILED.                                                   APKRSLST
004900 SECURITY. IBM SAMPLE CODE ONLY.                                  APKRSLST
093195 77  WS-CKPTDATE             PIC 9(8) VALUE ZERO.                  !@13A
093200 77  WS-RUNDATE              PIC 9(8) VALUE ZERO.                 !@15C
093210 77  WS-RUNTIME              PIC X(6) VALUE SPACES.                !@09A
010690* resource remapping: the APKRMAP call fields, the name recorded  !@20A
010691* for this resource (its successor when remapped), and the count  !@20A
010692* of resources remapped this run.                                 !@20A
010693 77  APKRMAP-PGM             PIC X(8) VALUE 'APKRMAP'.            !@20A
010694 77  RMAP-TYPE               PIC X(8) VALUE SPACES.               !@20A
010695 77  RMAP-RESULT             PIC X VALUE 'N'.                     !@20A
010696     88  RMAP-FOUND          VALUE 'Y'.                           !@20A
010697     88  RMAP-NOTFOUND       VALUE 'N'.                           !@20A
010698 77  WK-RES-NAME             PIC X(8) VALUE SPACES.               !@20A
010699 77  REMAP-CNTR              PIC 9(6) BINARY VALUE ZERO.          !@20A
010700* RESOURCE TYPES
010800 77  CPAGE                   PIC X VALUE X'41'.                   APKRSLST
010900 77  CSET                    PIC X VALUE X'40'.                   APKRSLST
092646       CLOSE SUMMARY-FILE;                                        !@09A
028400       GOBACK;                                                    APKRSLST
028500     END-IF.                                                      APKRSLST
028550* a code page, character set, page segment or overlay on the      !@20A
028552* remapping table was renamed in the output stream by APKOUTXT;   !@20A
028554* its successor is recorded in its place below, and the old       !@20A
028556* resource is left out of the resource library.                   !@20A
028559     MOVE RES-RSNAME TO WK-RES-NAME.                              !@20A
028561     SET RMAP-NOTFOUND TO TRUE.                                   !@20A
028563     EVALUATE RES-RSTYPE                                          !@20A
028565      WHEN CPAGE   MOVE 'CPAGE' TO RMAP-TYPE                      !@20A
028568      WHEN CSET    MOVE 'CSET'  TO RMAP-TYPE                      !@20A
028570      WHEN PSEG    MOVE 'PSEG'  TO RMAP-TYPE                      !@20A
028572      WHEN OVLY    MOVE 'OVLY'  TO RMAP-TYPE                      !@20A
028575      WHEN OTHER   MOVE SPACES  TO RMAP-TYPE                      !@20A
028577     END-EVALUATE.                                                !@20A
028579     IF RMAP-TYPE NOT = SPACES                                    !@20A
028581      THEN                                                        !@20A
028584       CALL APKRMAP-PGM USING RMAP-TYPE, RES-RSNAME, WK-RES-NAME, !@20A
028586                              RMAP-RESULT                         !@20A
028588     END-IF.                                                      !@20A
028590     IF RMAP-FOUND                                                !@20A
028593      THEN                                                        !@20A
028595       ADD 1 TO REMAP-CNTR                                        !@20A
028597     END-IF.                                                      !@20A
028600     EVALUATE RES-RSTYPE                                          APKRSLST
028700* ACIF presents code pages each time they appear in a font, so    APKRSLST
028800* there may be many occurences of the same codepage. Make sure    APKRSLST
028900* we save only 1 of each.                                         APKRSLST
092900      WHEN CPAGE                                                  !@16C
092899       MOVE WK-RES-NAME TO WK-INS-NAME;                           !@20C
092900       PERFORM 0011-FIND-OR-ADD-CPGS;                             !@16A
092900       IF INSERT-DONE                                             !@16A
092900        THEN                                                      !@16A
092900         MOVE CPAGE-NAME TO CKPT-RESTYPE;                         !@16C
092978         MOVE WK-RES-NAME TO CKPT-RESNAME;                        !@20C
093056         MOVE JN-JOBNAME TO CKPT-JOBNAME;                         !@18A
092900         MOVE WS-CKPTDATE TO CKPT-RUNDATE;                        !@16C
092900         WRITE CKPT-RECORD;                                       !@16C
092900       END-IF;                                                    !@16A
092900      WHEN CSET                                                   !@16C
092899       MOVE WK-RES-NAME TO WK-INS-NAME;                           !@20C
092900       PERFORM 0012-FIND-OR-ADD-CSETS;                            !@16A
092900       IF INSERT-DONE                                             !@16A
092900        THEN                                                      !@16A
092900         MOVE CSET-NAME TO CKPT-RESTYPE;                          !@16C
092978         MOVE WK-RES-NAME TO CKPT-RESNAME;                        !@20C
093056         MOVE JN-JOBNAME TO CKPT-JOBNAME;                         !@18A
092900         MOVE WS-CKPTDATE TO CKPT-RUNDATE;                        !@16C
092900         WRITE CKPT-RECORD;                                       !@16C
092900       END-IF;                                                    !@16A
092900      WHEN PSEG                                                   !@16C
092899       MOVE WK-RES-NAME TO WK-INS-NAME;                           !@20C
092900       PERFORM 0013-FIND-OR-ADD-PSEGS;                            !@16A
092900       IF INSERT-DONE                                             !@16A
092900        THEN                                                      !@16A
092900         MOVE PSEG-NAME TO CKPT-RESTYPE;                          !@16C
092978         MOVE WK-RES-NAME TO CKPT-RESNAME;                        !@20C
093056         MOVE JN-JOBNAME TO CKPT-JOBNAME;                         !@18A
092900         MOVE WS-CKPTDATE TO CKPT-RUNDATE;                        !@16C
092900         WRITE CKPT-RECORD;                                       !@16C
092900       END-IF;                                                    !@16A
092900      WHEN OVLY                                                   !@16C
092899       MOVE WK-RES-NAME TO WK-INS-NAME;                           !@20C
092900       PERFORM 0014-FIND-OR-ADD-OVLYS;                            !@16A
092900       IF INSERT-DONE                                             !@16A
092900        THEN                                                      !@16A
092900         MOVE OVLY-NAME TO CKPT-RESTYPE;                          !@16C
092978         MOVE WK-RES-NAME TO CKPT-RESNAME;                        !@20C
093056         MOVE JN-JOBNAME TO CKPT-JOBNAME;                         !@18A
092900         MOVE WS-CKPTDATE TO CKPT-RUNDATE;                        !@16C
092900         WRITE CKPT-RECORD;                                       !@16C
033400       ADD 1 TO UNKNOWN-CNTR;                                     APKRSLST
033500     END-EVALUATE.                                                APKRSLST
033550     PERFORM 0030-SET-RES-ACTION.                                 !@02A
033560     IF RMAP-FOUND                                                !@20A
033645      THEN                                                        !@20A
033730       MOVE IGNORE-RESOURCE TO RES-ACTION                         !@20A
033815     END-IF.                                                      !@20A
033900     GOBACK.                                                      APKRSLST
034010 0020-LOAD-RESTYPE-CONTROLS.                                      !@02A
034020* read the resource type include/exclude control cards, if any,   !@02A
045940     MOVE 'TOTAL RESOURCES' TO LT-LABEL.                          !@04A
045950     MOVE GRAND-TOTAL-CNTR TO LT-COUNT.                           !@04A
045960     PERFORM 0140-PRINT-TOTAL-LINE.                               !@04A
045965     MOVE 'RESOURCES REMAPPED' TO LT-LABEL.                       !@20A
045966     MOVE REMAP-CNTR TO LT-COUNT.                                 !@20A
045968     PERFORM 0140-PRINT-TOTAL-LINE.                               !@20A
045970 0140-PRINT-TOTAL-LINE.                                           !@04A
045980     IF LINE-COUNT >= PAGE-LEN                                    !@04A
045990      THEN                                                        !@04A
