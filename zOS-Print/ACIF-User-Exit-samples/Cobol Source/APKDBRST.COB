000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000102*    EACH OUTPUT REGISTERED IS ALSO RECORDED AS STAGE BURST IN   *!@04A
000102*    THE DATASET LINEAGE FILE THROUGH THE SHARED APKLINW MEMBER. *!@04A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000105*    EACH OUTPUT WRITTEN IS ENTERED IN THE BURST DISTRIBUTION    *!@03A
000106*    REGISTER WORK FILE (APKDBRW): DATASET NAME, DEPARTMENT,     *!@03A
000107*    DESTINATION NODE, PAGES, AND THE ACKNOWLEDGEMENT TIME       *!@03A
000108*    LIMIT, NOW CARRIED ON THE ROUTING CARD. APKDREG TRACKS      *!@03A
000109*    EACH ONE TO ITS TRANSMISSION AND REMOTE PRINTING.           *!@03A
000110* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 02   *!@02A
000112*    NAMED GROUP BRACKETS NOW ROUTE WITH THEIR GROUP'S PAGES:    *!@02A
000114*    A BEGIN NAMED GROUP IS HELD UNTIL THE NEXT BEGIN PAGE'S     *!@02A
006300               output: the reprint's surviving pages no longer
006400               line up with the index file's ordinals, the same
006500               restriction as APKTLEBD.
006504
006509               Each output that receives anything is entered      !@03A
006514               in the burst distribution register: one record     !@03A
006519               appended to the APKDBRW work file with the         !@03A
006523               output's dataset name, department, destination     !@03A
006528               node, page count, the time it was written, and     !@03A
006533               the time limit for the remote site to              !@03A
006538               acknowledge it. APKDREG takes the records from     !@03A
006542               there into the register and follows each one       !@03A
006547               through transmission and remote printing. The      !@03A
006552               dataset name is built from the EXEC PARM,          !@03A
006557               'jobid,outhlq', as OUTHLQ.JOBID.BRSnn, the         !@03A
006561               names APKDBRSP catalogs the outputs under;         !@03A
006566               without a PARM nothing is registered. The          !@03A
006571               department, node, and limit are the output's       !@03A
006576               first routing card's (the **** card for the        !@03A
006580               catch-all): the node name in columns 9-16 and      !@03A
006585               the limit, in minutes, in columns 18-21. A DD      !@03A
006590               named APKDBRW is required for the work file        !@03A
006591               (RECFM FB, LRECL 160, DISP=MOD).                   !@03A
006593
006595               Each output registered is also recorded as         !@04A
006596               stage BURST in the dataset lineage file            !@04A
006597               (APKLIN, DISP=MOD) through the shared APKLINW      !@04A
006598               member, which reads the window date from the       !@04A
006599               APKWSTA window-state record; allocate both.        !@04A
006600 DATE-WRITTEN. 2 Sep 2026.
006700 DATE-COMPILED.
006800 SECURITY. IBM SAMPLE CODE ONLY.
013200         ORGANIZATION SEQUENTIAL.
013300     SELECT BRS08-FILE ASSIGN TO APKBRS08
013400         ORGANIZATION SEQUENTIAL.
013433     SELECT DBRW-FILE ASSIGN TO APKDBRW                           !@03A
013466         ORGANIZATION SEQUENTIAL.                                 !@03A
013500     EJECT
013600 DATA DIVISION.
013700 FILE SECTION.
021500     BLOCK CONTAINS 0
021600     RECORD CONTAINS 8192 CHARACTERS.
021700 01  BRS08-RECORD            PIC X(8192).
021704* the burst distribution register work file: one record per       !@03A
021708* output written, collected into the register by APKDREG.         !@03A
021712 FD  DBRW-FILE                                                    !@03A
021716     LABEL RECORDS STANDARD                                       !@03A
021720     RECORDING MODE F                                             !@03A
021725     BLOCK CONTAINS 0                                             !@03A
021729     RECORD CONTAINS 160 CHARACTERS.                              !@03A
021733 01  DBRW-RECORD.                                                 !@03A
021737     05  DBRW-DSNAME         PIC X(44).                           !@03A
021741     05  DBRW-JOBID          PIC X(8).                            !@03A
021745     05  DBRW-DEPT           PIC X(4).                            !@03A
021750     05  DBRW-NODE           PIC X(8).                            !@03A
021754     05  DBRW-PAGECNT        PIC 9(8).                            !@03A
021758     05  DBRW-BURST-DATE     PIC 9(8).                            !@03A
021762     05  DBRW-BURST-TIME     PIC 9(6).                            !@03A
021766     05  DBRW-LIMIT          PIC X(4).                            !@03A
021770     05  DBRW-XMIT-DATE      PIC 9(8).                            !@03A
021775     05  DBRW-XMIT-TIME      PIC 9(6).                            !@03A
021779     05  DBRW-ACK-DATE       PIC 9(8).                            !@03A
021783     05  DBRW-ACK-TIME       PIC 9(6).                            !@03A
021787     05  DBRW-PRT-PAGECNT    PIC 9(8).                            !@03A
021791     05  DBRW-STATUS         PIC X.                               !@03A
021795     05  FILLER              PIC X(33).                           !@03A
021800     EJECT
021900 WORKING-STORAGE SECTION.
022000 77  PGMNAME                 PIC X(8) VALUE 'APKDBRST'.
025480 77  GRP-DROP-CNTR           PIC 9(8) BINARY VALUE ZERO.          !@02A
025490 77  GRP-DROP-DISP           PIC ZZZZ,ZZ9.                        !@02A
025495 01  BNG-HOLD-RECORD         PIC X(8192).                         !@02A
025496* the register entries: the EXEC PARM names the job and the       !@03A
025497* qualifier the outputs are cataloged under.                      !@03A
025498 77  PARM-COMMA-POS          PIC 9(4) BINARY VALUE ZERO.          !@03A
025499 77  REG-JOBID               PIC X(8) VALUE SPACES.               !@03A
025500 77  REG-OUTHLQ              PIC X(26) VALUE SPACES.              !@03A
025502 77  REG-DATE                PIC 9(8) VALUE ZERO.                 !@03A
025503 01  REG-TIME.                                                    !@03A
025505     05  REG-HHMMSS          PIC 9(6).                            !@03A
025507     05  FILLER              PIC 99.                              !@03A
025508* the lineage record for each output registered.                  !@04A
025510 77  APKLINW-PGM             PIC X(8) VALUE 'APKLINW'.            !@04A
025511 77  LIN-STAGE               PIC X(8) VALUE 'BURST'.              !@04A
025513 77  LIN-PARENT              PIC X(44) VALUE SPACES.              !@04A
025515 77  LIN-DETAIL              PIC X(24) VALUE SPACES.              !@04A
025516* the envelope records are assembled here, then written whole.
025518* the area is larger than a record: AFPWRITE maps its introducer
025520* plus a full 8192-byte data area over the buffer it is given,
025530* and space-pads the data portion to that size.
025600 77  ENV-REC-LEN             PIC 9(4) BINARY VALUE ZERO.
026300     05  BRSC-DEPT           PIC X(4).
026400     05  FILLER              PIC X.
026500     05  BRSC-OUT            PIC 9(2).
026600     05  FILLER              PIC X.                               !@03C
026620     05  BRSC-NODE           PIC X(8).                            !@03A
026640     05  FILLER              PIC X.                               !@03A
026660     05  BRSC-LIMIT          PIC X(4).                            !@03A
026680     05  FILLER              PIC X(59).                           !@03A
026700* department to output routing, loaded from the APKBRSC cards.
026800 01  ROUTE-TABLE.
026900     05  RTE-CNTR            PIC 9(4) BINARY VALUE ZERO.
027200                             INDEXED BY RTE-INDEX.
027300         10  RTE-DEPT        PIC 9(4).
027400         10  RTE-OUT         PIC 9(4) BINARY.
027411* each output's department, destination node, and time limit,     !@03A
027422* from the first routing card naming it.                          !@03A
027433 01  DEST-TABLE              VALUE SPACES.                        !@03A
027444     05  DST-ENTRY           OCCURS 8 TIMES                       !@03A
027455                             INDEXED BY DST-INDEX.                !@03A
027466         10  DST-DEPT        PIC X(4).                            !@03A
027477         10  DST-NODE        PIC X(8).                            !@03A
027488         10  DST-LIMIT       PIC X(4).                            !@03A
027500* per-output state: whether its envelope has been written, the
027600* map it last invoked, and its page count for the job log.
027700 01  OUTPUT-STATE-TABLE.
028400     SKIP1
028500/ AFP STRUCTURED FIELD DEFINITIONS.
028600     COPY STRFLDS SUPPRESS.
028620 LINKAGE SECTION.                                                 !@03A
028640 01  PARM-AREA.                                                   !@03A
028660     05  PARM-LEN            PIC S9(4) BINARY.                    !@03A
028680     05  PARM-DATA           PIC X(35).                           !@03A
028700 TITLE 'Initialization and Main Line'.
028800 PROCEDURE DIVISION USING PARM-AREA.                              !@03C
028900 0000-MAINLINE.
028950     PERFORM 0005-PARSE-PARM.                                     !@03A
029000     PERFORM 0010-LOAD-ROUTING.
029100     IF RTE-CNTR = ZERO
029200      THEN
031500     PERFORM 0510-REPORT-OUTPUT
031600         VARYING BO-INDEX FROM 1 BY 1
031700         UNTIL BO-INDEX > MAX-OUTPUTS.
031712     IF REG-JOBID NOT = SPACES AND REG-OUTHLQ NOT = SPACES        !@03A
031725      THEN                                                        !@03A
031737       PERFORM 0600-REGISTER-OUTPUTS                              !@03A
031750      ELSE                                                        !@03A
031762       DISPLAY PGMNAME ' NO JOBID,OUTHLQ PARM. OUTPUTS NOT'       !@03A
031775         ' REGISTERED FOR DISTRIBUTION TRACKING.'                 !@03A
031787     END-IF.                                                      !@03A
031800     STOP RUN.
031805 0005-PARSE-PARM.                                                 !@03A
031810* 'jobid,outhlq': the names the outputs are cataloged under.      !@03A
031815     IF PARM-LEN > 35                                             !@03A
031820      THEN                                                        !@03A
031825       MOVE 35 TO PARM-LEN                                        !@03A
031830     END-IF.                                                      !@03A
031835     MOVE ZERO TO PARM-COMMA-POS.                                 !@03A
031840     PERFORM VARYING PARM-COMMA-POS FROM 1 BY 1                   !@03A
031845         UNTIL PARM-COMMA-POS > PARM-LEN                          !@03A
031850             OR PARM-DATA (PARM-COMMA-POS : 1) = ','              !@03A
031855       CONTINUE                                                   !@03A
031860     END-PERFORM.                                                 !@03A
031865     IF PARM-COMMA-POS > 1 AND PARM-COMMA-POS < PARM-LEN          !@03A
031870      THEN                                                        !@03A
031875       MOVE PARM-DATA (1 : PARM-COMMA-POS - 1) TO REG-JOBID;      !@03A
031880       MOVE PARM-DATA (PARM-COMMA-POS + 1 :                       !@03A
031885                       PARM-LEN - PARM-COMMA-POS)                 !@03A
031890         TO REG-OUTHLQ                                            !@03A
031895     END-IF.                                                      !@03A
031900 0010-LOAD-ROUTING.
032000* the routing cards; a **** department names the catch-all
032100* output, cards with an output number outside 01-08 or past
033700      THEN
034000       IF BRSC-DEPT = '****'
034100        THEN
034200         MOVE BRSC-OUT TO CATCHALL-OUT;                           !@03C
034250         PERFORM 0025-NOTE-DESTINATION                            !@03A
034300        ELSE
034400         IF BRSC-DEPT NUMERIC AND RTE-CNTR < MAX-ROUTE-ENTRIES
034500          THEN
034600           ADD 1 TO RTE-CNTR;
034700           SET RTE-INDEX TO RTE-CNTR;
034800           MOVE BRSC-DEPT TO RTE-DEPT (RTE-INDEX);
034900           MOVE BRSC-OUT TO RTE-OUT (RTE-INDEX);                  !@03C
034950           PERFORM 0025-NOTE-DESTINATION                          !@03A
035000         END-IF
035050       END-IF
035100     END-IF.
035109 0025-NOTE-DESTINATION.                                           !@03A
035118* the first card naming an output gives the output's register     !@03A
035127* department, node, and time limit.                               !@03A
035136     SET DST-INDEX TO BRSC-OUT.                                   !@03A
035145     IF DST-DEPT (DST-INDEX) = SPACES                             !@03A
035154      THEN                                                        !@03A
035163       MOVE BRSC-DEPT TO DST-DEPT (DST-INDEX);                    !@03A
035172       MOVE BRSC-NODE TO DST-NODE (DST-INDEX);                    !@03A
035181       MOVE BRSC-LIMIT TO DST-LIMIT (DST-INDEX)                   !@03A
035190     END-IF.                                                      !@03A
035200 0030-INIT-OUTPUT-STATE.
035300     MOVE 'N' TO BO-USED (BO-INDEX).
035400     MOVE ZERO TO BO-IMM-SEQ (BO-INDEX).
051700       DISPLAY PGMNAME ' OUTPUT ' OUT-NUM-DISP ':'
051800         PAGE-DISP ' PAGES.'
051900     END-IF.
051902 0600-REGISTER-OUTPUTS.                                           !@03A
051905* one register work record per output that received anything.     !@03A
051907     ACCEPT REG-DATE FROM DATE YYYYMMDD.                          !@03A
051910     ACCEPT REG-TIME FROM TIME.                                   !@03A
051913     OPEN EXTEND DBRW-FILE.                                       !@03A
051915     PERFORM 0610-REGISTER-ONE-OUTPUT                             !@03A
051918         VARYING BO-INDEX FROM 1 BY 1                             !@03A
051921         UNTIL BO-INDEX > MAX-OUTPUTS.                            !@03A
051923     CLOSE DBRW-FILE.                                             !@03A
051926 0610-REGISTER-ONE-OUTPUT.                                        !@03A
051928     IF BO-IS-USED (BO-INDEX)                                     !@03A
051931      THEN                                                        !@03A
051934       SET OX TO BO-INDEX;                                        !@03A
051936       SET DST-INDEX TO BO-INDEX;                                 !@03A
051939       MOVE OX TO OUT-NUM-DISP;                                   !@03A
051942       MOVE SPACES TO DBRW-RECORD;                                !@03A
051944       STRING REG-OUTHLQ DELIMITED BY SPACE '.' DELIMITED BY SIZE !@03A
051947         REG-JOBID DELIMITED BY SPACE '.BRS' DELIMITED BY SIZE    !@03A
051950         OUT-NUM-DISP DELIMITED BY SIZE                           !@03A
051952         INTO DBRW-DSNAME;                                        !@03A
051955       MOVE REG-JOBID TO DBRW-JOBID;                              !@03A
051957       MOVE DST-DEPT (DST-INDEX) TO DBRW-DEPT;                    !@03A
051960       IF DBRW-DEPT = SPACES                                      !@03A
051963        THEN                                                      !@03A
051965         MOVE '****' TO DBRW-DEPT                                 !@03A
051968       END-IF;                                                    !@03A
051971       MOVE DST-NODE (DST-INDEX) TO DBRW-NODE;                    !@03A
051973       MOVE DST-LIMIT (DST-INDEX) TO DBRW-LIMIT;                  !@03A
051976       MOVE BO-PAGE-CNTR (BO-INDEX) TO DBRW-PAGECNT;              !@03A
051978       MOVE REG-DATE TO DBRW-BURST-DATE;                          !@03A
051981       MOVE REG-HHMMSS TO DBRW-BURST-TIME;                        !@03A
051984       MOVE ZERO TO DBRW-XMIT-DATE, DBRW-XMIT-TIME;               !@03A
051986       MOVE ZERO TO DBRW-ACK-DATE, DBRW-ACK-TIME;                 !@03A
051989       MOVE ZERO TO DBRW-PRT-PAGECNT;                             !@03A
051992       MOVE 'B' TO DBRW-STATUS;                                   !@03A
051993       WRITE DBRW-RECORD;                                         !@04C
051994       MOVE SPACES TO LIN-DETAIL;                                 !@04A
051995       STRING 'DEPT ' DBRW-DEPT ' NODE ' DBRW-NODE                !@04A
051996         DELIMITED BY SIZE INTO LIN-DETAIL;                       !@04A
051997       CALL APKLINW-PGM USING LIN-STAGE, REG-JOBID, DBRW-DSNAME,  !@04A
051998                              LIN-PARENT, LIN-DETAIL, PGMNAME     !@04A
051999     END-IF.                                                      !@03A
052000 END PROGRAM APKDBRST.
