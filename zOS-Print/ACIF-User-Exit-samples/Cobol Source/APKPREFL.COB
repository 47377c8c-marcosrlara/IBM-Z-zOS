000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000120* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 02   *!@02A
000122*    THE EXEC PARM CARRIES THE INPUT DATASET NAME AFTER THE JOB  *!@02A
000124*    ID, AND A PROFILE THAT PASSES RECORDS THE INPUT AS STAGE    *!@02A
000126*    INPUT IN THE DATASET LINEAGE FILE THROUGH APKLINW.          *!@02A
000140* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 01   *
000142*    NEW PROGRAM.                                                *
000200 ID DIVISION.
002000               COND holds the job, the way the CKPRS gate
002100               already does.
002200
002300               The job id comes in through the EXEC PARM, as      !@02C
002400               it does for APKCKPRS, followed by a comma and      !@02C
002411               the input dataset name (the PRTIN symbolic). A     !@02A
002422               profile that passes - no exception, whether or     !@02A
002433               not the job had a card - records the input as      !@02A
002444               stage INPUT in the dataset lineage file through    !@02A
002455               the shared APKLINW member, the root of the tree    !@02A
002466               the APKLINR lineage report prints. Without a       !@02A
002477               dataset name nothing is recorded. Allocate         !@02A
002488               these DDs:                                         !@02A
002500                 APKPRINT - the input print dataset (PRTIN),
002600                            read only
002700                 APKPREC  - the expectations cards, one per
003900                 PAPKPREF - the printed profile and any
004000                            exceptions, LRECL 125, BLKSIZE
004100                            n*125+4, VBA
004125                 APKLIN   - the dataset lineage file, DISP=MOD    !@02A
004150                 APKWSTA  - the window-state record, read by      !@02A
004175                            APKLINW for the window date           !@02A
004200
004300               Checks applied: a report number found in the
004400               data but not on the card (or expected but not
019700* the job id under test, from the EXEC PARM, and its
019800* expectations once its card is found.
019900 77  RUN-JOBID               PIC X(8) VALUE SPACES.
019910 77  RUN-PRTIN               PIC X(44) VALUE SPACES.              !@02A
019920 77  PARM-COMMA-POS          PIC 9(4) BINARY VALUE ZERO.          !@02A
019930* the lineage record for the input, through the shared member;    !@02A
019940* the call resets the return code, which is kept across it.       !@02A
019950 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.            !@02A
019960 77  LIN-STAGE               PIC X(8) VALUE 'INPUT'.              !@02A
019970 77  LIN-PARENT              PIC X(44) VALUE SPACES.              !@02A
019980 77  LIN-DETAIL              PIC X(24) VALUE SPACES.              !@02A
019990 77  LIN-SAVED-RC            PIC S9(4) BINARY VALUE ZERO.         !@02A
020000 77  EXP-MIN-PAGES           PIC 9(8) BINARY VALUE ZERO.
020100 77  EXP-MAX-PAGES           PIC 9(8) BINARY VALUE ZERO.
020200 77  EXP-MAX-AGE             PIC 9(4) BINARY VALUE ZERO.
025300     05  PARM-LEN            PIC S9(4) BINARY.
025400     05  PARM-DATA.
025500         10  PARM-JOBID      PIC X(8).
025550         10  FILLER          PIC X(52).                           !@02A
025600 TITLE 'Initialization and Main Line'.
025700 PROCEDURE DIVISION USING PARM-AREA.
025800 0000-MAINLINE.
027100       MOVE 4 TO RETURN-CODE
027200     END-IF.
027300     PERFORM 0600-TERMINATE.
027310     IF EXCEPTION-CNTR = ZERO AND RUN-PRTIN NOT = SPACES          !@02A
027320      THEN                                                        !@02A
027330       MOVE RETURN-CODE TO LIN-SAVED-RC;                          !@02A
027340       MOVE 'PAGES' TO LIN-DETAIL;                                !@02A
027350       MOVE PAGE-CNTR TO LIN-DETAIL (7 : 8);                      !@02A
027360       CALL APKLINW-PGM USING LIN-STAGE, RUN-JOBID, RUN-PRTIN,    !@02A
027370                              LIN-PARENT, LIN-DETAIL, PGMNAME;    !@02A
027380       MOVE LIN-SAVED-RC TO RETURN-CODE                           !@02A
027390     END-IF.                                                      !@02A
027400     IF EXCEPTION-CNTR > ZERO
027500      THEN
027600       MOVE 'APK019E' TO WTO-MSGID;
028100     END-IF.
028200     STOP RUN.
028300 0010-INITIALIZE.
028400     IF PARM-LEN > 60                                             !@02C
028450      THEN
028460       MOVE 60 TO PARM-LEN                                        !@02C
028470     END-IF.
028471* the job id, then the input dataset name after a comma.          !@02A
028473     PERFORM VARYING PARM-COMMA-POS FROM 1 BY 1                   !@02A
028475         UNTIL PARM-COMMA-POS > PARM-LEN                          !@02A
028477             OR PARM-DATA (PARM-COMMA-POS : 1) = ','              !@02A
028478       CONTINUE                                                   !@02A
028480     END-PERFORM.                                                 !@02A
028482     IF PARM-COMMA-POS < PARM-LEN                                 !@02A
028484      THEN                                                        !@02A
028485       MOVE PARM-DATA (PARM-COMMA-POS + 1 :                       !@02A
028487                       PARM-LEN - PARM-COMMA-POS)                 !@02A
028489         TO RUN-PRTIN                                             !@02A
028491     END-IF.                                                      !@02A
028492     IF PARM-COMMA-POS > 9                                        !@02A
028494      THEN                                                        !@02A
028496       MOVE 9 TO PARM-COMMA-POS                                   !@02A
028498     END-IF.                                                      !@02A
028500     IF PARM-COMMA-POS > 1                                        !@02C
028550      THEN
028600       MOVE PARM-DATA (1 : PARM-COMMA-POS - 1) TO RUN-JOBID       !@02C
028700     END-IF.
028800     ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
028900     CALL APKDAYNO USING WS-RUNDATE, RUN-DAYNO.
