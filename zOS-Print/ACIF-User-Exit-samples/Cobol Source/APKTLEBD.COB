000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000099* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 07   *!@07A
000099*    THE ARCHIVE COPY IS RECORDED AS STAGE ARCHIVE IN THE        *!@07A
000099*    DATASET LINEAGE FILE THROUGH THE SHARED APKLINW MEMBER,     *!@07A
000099*    UNDER THE JOB ID AND DATASET NAME ON THE APKAJOB CARD.      *!@07A
000100* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 06   *!@06A
000100*    CARRY THE RUN'S REFERENCED RESOURCES INSIDE THE ARCHIVE      *!@06A
000100*    COPY: THE RESOURCE GROUP ACIF BUILDS FROM THE REFERENCED     *!@06A
004507                            layout the archive loader validates  !@03A
004508                            the copy against before committing   !@03A
004509                            the load                             !@03A
004517                 APKLIN   - the dataset lineage file, DISP=MOD:   !@07A
004525                            the copy is recorded there as         !@07A
004533                            stage ARCHIVE, under the APKAJOB      !@07A
004542                            job id and dataset name, through      !@07A
004550                            the shared APKLINW member; a card     !@07A
004558                            without a dataset name records        !@07A
004566                            nothing                               !@07A
004575                 APKWSTA  - the window-state record, read by      !@07A
004583                            APKLINW for the window date           !@07A
004591               With no attribute card at all the step ends
004600               with return code 4 and writes nothing, so a
004700               missing control member is visible instead of
004800               burning the I/O on an untagged copy.
017950* copy by its report's own retention.                           !@02A
017960 77  FIRST-REPTNUM           PIC XXX VALUE SPACES.                !@02A
017965 77  ARCI-SUB                PIC 9(4) BINARY VALUE ZERO.          !@02A
017966* the lineage record for the archive copy.                        !@07A
017967 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.            !@07A
017968 77  LIN-STAGE               PIC X(8) VALUE 'ARCHIVE'.            !@07A
017969 77  LIN-PARENT              PIC X(44) VALUE SPACES.              !@07A
017972 77  LIN-DETAIL              PIC X(24) VALUE SPACES.              !@07A
017976 01  AJOB-CARD.                                                   !@02A
017980     05  AJOB-JOBID          PIC X(8).                            !@02A
017990     05  AJOB-DSNAME         PIC X(44).                           !@02A
017995     05  FILLER              PIC X(28).                           !@02A
035450         UNTIL ARCI-SUB > TLEC-CNTR.                              !@02A
035460     WRITE ARCI-RECORD.                                           !@02A
035470     CLOSE ARCI-FILE.                                             !@02A
035471     IF AJOB-DSNAME NOT = SPACES                                  !@07A
035472      THEN                                                        !@07A
035473       MOVE 'PAGES' TO LIN-DETAIL;                                !@07A
035475       MOVE PAGE-COUNT TO LIN-DETAIL (7 : 8);                     !@07A
035476       CALL APKLINW-PGM USING LIN-STAGE, AJOB-JOBID, AJOB-DSNAME, !@07A
035477                              LIN-PARENT, LIN-DETAIL, PGMNAME     !@07A
035478     END-IF.                                                      !@07A
035480 0410-NOTE-ATTR-SOURCE.                                           !@02A
035485     SET TLEC-INDEX TO ARCI-SUB.                                  !@02A
035490     MOVE TLEC-T-SOURCE (TLEC-INDEX)                              !@02A
