000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 09   *!@09A
000106*    EVERY MERGED RECORD NOW CARRIES THE BATCH WINDOW IT WAS     *!@09A
000110*    COLLECTED IN, FROM THE APKWSTAT WINDOW-STATE RECORD: THE    *!@09A
000113*    CYCLE IN THE SUMMARY RECORD'S LAST BYTE, THE WINDOW DATE    *!@09A
000117*    AND CYCLE IN THE PAGE XREF AND ACCOUNTING RECORDS' SPARE    *!@09A
000120*    BYTES, AND THE GROUP XREF RECORDS ARE ALSO KEPT, STAMPED,   *!@09A
000124*    ON THE APKGXDY DAY FILE SO APKGXDUP CAN LOOK ACROSS EVERY   *!@09A
000127*    CYCLE OF THE DAY.                                           *!@09A
000131* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 08   *!@08A
000131*    COLLECT THE STATEMENT CAMPAIGN IMPRESSION CONTRIBUTION      *!@08A
000131*    (APKCMPNI/APKCMPN) TOO: APKINPXT NOW RECORDS EACH MESSAGE   *!@08A
000131*    CAMPAIGN IMPRESSION FOR THE APKCMPR CAMPAIGN REPORT. ITS    *!@08A
000131*    80-BYTE RECORDS ARE TRAILERED AND VERIFIED LIKE THE OTHERS. *!@08A
000132* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 07   *!@07A
000132*    COLLECT THE GROUP-TO-ACCOUNT CONTRIBUTION (APKGACCI/        *!@07A
000132*    APKGACC) TOO: APKEDLV NOW TIES EVERY NAMED GROUP TO ITS     *!@07A
000132*    ACCOUNT FOR THE RETURNED-MAIL PROGRAM APKRTML. ITS 100-     *!@07A
000132*    BYTE RECORDS ARE TRAILERED AND VERIFIED LIKE THE OTHERS.    *!@07A
000133* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 06   *!@06A
000133*    EVERY CONTRIBUTION IS NOW VERIFIED AGAINST ITS *TRAILER      *!@06A
000133*    RECORDS BEFORE THE MERGE: THE EXITS CLOSE EACH               *!@06A
002940                           records (80 bytes)                   !@03A
002942                 APKFRMUI / APKFRMU - forms-usage records       !@05A
002944                           (80 bytes)                           !@05A
002946                 APKGACCI / APKGACC - group-to-account          !@07A
002947                           records (100 bytes)                  !@07A
002948                 APKCMPNI / APKCMPN - statement campaign        !@08A
002949                           impression records (80 bytes)        !@08A
002950                 APKRCKPI / APKRCKP - resource dedup            !@03A
002960                           checkpoint records (38 bytes).       !@03A
002970                           These are a checkpoint, not a        !@03A
003060               would serialize the whole window.                !@03A
003070               Every pair is collected on every run; an empty   !@03C
003080               contribution simply appends nothing.             !@03C
003091
003102               Each merged record is stamped with the batch       !@09A
003113               window it was collected in - the window date and   !@09A
003124               cycle from the APKWSTAT window-state record (DD    !@09A
003135               APKWSTA, read only) - since a day can run more     !@09A
003146               than one print cycle. The summary records carry    !@09A
003157               the cycle in their last byte; the page             !@09A
003168               cross-reference records carry the window date and  !@09A
003179               cycle in columns 29-37, and the department         !@09A
003190               accounting records in columns 40-48. The group     !@09A
003201               cross-reference records have no room for it, so    !@09A
003212               each is also written, behind the window date and   !@09A
003223               cycle, to the 100-byte APKGXDY day file            !@09A
003234               (DISP=OLD), which keeps every cycle of the window  !@09A
003245               date for APKGXDUP's duplicate check and starts     !@09A
003256               over when the first contribution of a new date     !@09A
003267               arrives. A contribution always belongs to the      !@09A
003278               window it is collected in: APKWSTAT admits a       !@09A
003289               collector only while that window is open.          !@09A
003300 DATE-WRITTEN. 22 Aug 2026.
003400 DATE-COMPILED.
003500 SECURITY. IBM SAMPLE CODE ONLY.
009282         ORGANIZATION SEQUENTIAL.                                 !@05A
009283     SELECT FRMU-OUT-FILE ASSIGN TO APKFRMU                       !@05A
009284         ORGANIZATION SEQUENTIAL.                                 !@05A
009285     SELECT GACC-IN-FILE ASSIGN TO APKGACCI                       !@07A
009286         ORGANIZATION SEQUENTIAL.                                 !@07A
009287     SELECT GACC-OUT-FILE ASSIGN TO APKGACC                       !@07A
009288         ORGANIZATION SEQUENTIAL.                                 !@07A
009289     SELECT CMPN-IN-FILE ASSIGN TO APKCMPNI                       !@08A
009291         ORGANIZATION SEQUENTIAL.                                 !@08A
009293     SELECT CMPN-OUT-FILE ASSIGN TO APKCMPN                       !@08A
009295         ORGANIZATION SEQUENTIAL.                                 !@08A
009297     SELECT RCKP-IN-FILE ASSIGN TO APKRCKPI                       !@03A
009300         ORGANIZATION SEQUENTIAL.                                 !@03A
009310     SELECT RCKP-OUT-FILE ASSIGN TO APKRCKP                       !@03A
009320         ORGANIZATION SEQUENTIAL.                                 !@03A
009322     SELECT GXDY-FILE ASSIGN TO APKGXDY                           !@09A
009324         ORGANIZATION SEQUENTIAL.                                 !@09A
009326     SELECT WSTA-FILE ASSIGN TO APKWSTA                           !@09A
009328         ORGANIZATION SEQUENTIAL.                                 !@09A
009330     EJECT
009400 DATA DIVISION.
009500 FILE SECTION.
014369     BLOCK CONTAINS 0                                             !@05A
014370     RECORD CONTAINS 80 CHARACTERS.                               !@05A
014371 01  FRMU-OUT-RECORD         PIC X(80).                           !@05A
014308 FD  GACC-IN-FILE                                                 !@07A
014309     LABEL RECORDS STANDARD                                       !@07A
014310     RECORDING MODE F                                             !@07A
014311     BLOCK CONTAINS 0                                             !@07A
014312     RECORD CONTAINS 100 CHARACTERS.                              !@07A
014313 01  GACC-IN-RECORD.                                              !@07A
014314     05  GACC-IN-ID          PIC X(8).                            !@07A
014315     05  FILLER              PIC X(92).                           !@07A
014316 FD  GACC-OUT-FILE                                                !@07A
014317     LABEL RECORDS STANDARD                                       !@07A
014318     RECORDING MODE F                                             !@07A
014319     BLOCK CONTAINS 0                                             !@07A
014320     RECORD CONTAINS 100 CHARACTERS.                              !@07A
014321 01  GACC-OUT-RECORD         PIC X(100).                          !@07A
014322 FD  CMPN-IN-FILE                                                 !@08A
014323     LABEL RECORDS STANDARD                                       !@08A
014324     RECORDING MODE F                                             !@08A
014325     BLOCK CONTAINS 0                                             !@08A
014326     RECORD CONTAINS 80 CHARACTERS.                               !@08A
014327 01  CMPN-IN-RECORD          PIC X(80).                           !@08A
014328 FD  CMPN-OUT-FILE                                                !@08A
014329     LABEL RECORDS STANDARD                                       !@08A
014330     RECORDING MODE F                                             !@08A
014331     BLOCK CONTAINS 0                                             !@08A
014332     RECORD CONTAINS 80 CHARACTERS.                               !@08A
014333 01  CMPN-OUT-RECORD         PIC X(80).                           !@08A
014334* the checkpoint contribution and shared file both carry the     !@03A
014335* writing job's name, which drives the drop-then-append merge.   !@03A
014336 FD  RCKP-IN-FILE                                                 !@03A
014353     05  RCKO-RESNAME        PIC X(8).                            !@03A
014354     05  RCKO-JOBNAME        PIC X(8).                            !@03A
014355     05  RCKO-RUNDATE        PIC 9(8).                            !@03A
014356* the group xref records of every cycle of the window date,       !@09A
014358* each behind the window date and cycle it was collected in.      !@09A
014360 FD  GXDY-FILE                                                    !@09A
014361     LABEL RECORDS STANDARD                                       !@09A
014363     RECORDING MODE F                                             !@09A
014365     BLOCK CONTAINS 0                                             !@09A
014367     RECORD CONTAINS 100 CHARACTERS.                              !@09A
014368 01  GXDY-RECORD.                                                 !@09A
014370     05  GXDY-WINDOW.                                             !@09A
014372         10  GXDY-DATE       PIC 9(8).                            !@09A
014374         10  GXDY-CYCLE      PIC 9.                               !@09A
014375     05  FILLER              PIC X.                               !@09A
014377     05  GXDY-GXRF           PIC X(80).                           !@09A
014379     05  FILLER              PIC X(10).                           !@09A
014380* the one-record window state, as APKWSTAT keeps it.              !@09A
014382 FD  WSTA-FILE                                                    !@09A
014384     LABEL RECORDS STANDARD                                       !@09A
014386     RECORDING MODE F                                             !@09A
014387     BLOCK CONTAINS 0                                             !@09A
014389     RECORD CONTAINS 80 CHARACTERS.                               !@09A
014391 01  WSTA-RECORD.                                                 !@09A
014393     05  WST-DATE            PIC 9(8).                            !@09A
014394     05  FILLER              PIC X(3).                            !@09A
014396     05  WST-CYCLE           PIC 9.                               !@09A
014398     05  FILLER              PIC X(68).                           !@09A
014400     EJECT
014500 WORKING-STORAGE SECTION.
014600 77  PGMNAME                 PIC X(8) VALUE 'APKBSUMC'.
015175     05  WK-REC-COUNT-N      REDEFINES WK-REC-COUNT                !@06A
015176                             PIC 9(8).                             !@06A
015177     05  FILLER              PIC X(54).                            !@06A
015141* the window stamp's place in each stamped record.                !@09A
015142 01  WK-SUM-VIEW             REDEFINES WK-REC80.                  !@09A
015143     05  FILLER              PIC X(79).                           !@09A
015144     05  WK-SUM-CYCLE        PIC 9.                               !@09A
015145 01  WK-XREF-VIEW            REDEFINES WK-REC80.                  !@09A
015146     05  FILLER              PIC X(28).                           !@09A
015147     05  WK-XREF-WINDOW      PIC X(9).                            !@09A
015148     05  FILLER              PIC X(43).                           !@09A
015149 01  WK-DACC-VIEW            REDEFINES WK-REC80.                  !@09A
015150     05  FILLER              PIC X(39).                           !@09A
015151     05  WK-DACC-WINDOW      PIC X(9).                            !@09A
015152     05  FILLER              PIC X(32).                           !@09A
015153* the batch window this collector runs in: its date and cycle.    !@09A
015154 01  WINDOW-ID.                                                   !@09A
015155     05  WINDOW-DATE         PIC 9(8) VALUE ZERO.                 !@09A
015156     05  WINDOW-CYCLE        PIC 9 VALUE 1.                       !@09A
015157 77  GXDY-CNTR               PIC 9(8) BINARY VALUE ZERO.          !@09A
015158 77  GXDY-RESET-FLAG         PIC X VALUE 'N'.                     !@09A
015159     88  GXDY-NEW-DATE       VALUE 'Y'.                           !@09A
015160* the contribution's records and the shared file's surviving     !@03A
015170* records, held while the shared checkpoint is rewritten.        !@03A
015171* every checkpoint record passes through here on its way into     !@04A
015300 TITLE 'Initialization and Main Line'.
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
015550     PERFORM 0050-READ-WINDOW-ID.                                 !@09A
015600     PERFORM 0100-COLLECT-BSUM THRU 0100-EXIT.                    !@06C
015700     PERFORM 0200-COLLECT-RHST.
015800     PERFORM 0300-COLLECT-DELG THRU 0300-EXIT.                    !@06C
015910     PERFORM 0500-COLLECT-GXRF THRU 0500-EXIT.                    !@06C
015920     PERFORM 0600-COLLECT-DACC THRU 0600-EXIT.                    !@06C
015925     PERFORM 0800-COLLECT-FRMU THRU 0800-EXIT.                    !@06C
015927     PERFORM 0820-COLLECT-GACC THRU 0820-EXIT.                    !@07A
015928     PERFORM 0840-COLLECT-CMPN THRU 0840-EXIT.                    !@08A
015930     PERFORM 0700-MERGE-RCKP.                                     !@03A
016000     STOP RUN.
016004 0050-READ-WINDOW-ID.                                             !@09A
016009* the window this collector was admitted to; an empty state       !@09A
016013* file leaves today's date and cycle 1.                           !@09A
016018     ACCEPT WINDOW-DATE FROM DATE YYYYMMDD.                       !@09A
016022     OPEN INPUT WSTA-FILE.                                        !@09A
016027     READ WSTA-FILE                                               !@09A
016031      AT END                                                      !@09A
016036       CONTINUE                                                   !@09A
016040      NOT AT END                                                  !@09A
016045       IF WST-DATE NUMERIC AND WST-DATE > ZERO                    !@09A
016050        THEN                                                      !@09A
016054         MOVE WST-DATE TO WINDOW-DATE                             !@09A
016059       END-IF;                                                    !@09A
016063       IF WST-CYCLE NUMERIC AND WST-CYCLE > ZERO                  !@09A
016068        THEN                                                      !@09A
016072         MOVE WST-CYCLE TO WINDOW-CYCLE                           !@09A
016077       END-IF                                                     !@09A
016081     END-READ.                                                    !@09A
016086     CLOSE WSTA-FILE.                                             !@09A
016090     DISPLAY PGMNAME ' COLLECTING FOR WINDOW ' WINDOW-DATE        !@09A
016095       ' CYCLE ' WINDOW-CYCLE '.'.                                !@09A
016100 0100-COLLECT-BSUM.
016110     MOVE 'APKBSUM ' TO CURR-DDNAME.                              !@06A
016120     PERFORM 0110-VERIFY-BSUM.                                    !@06A
017000        NOT AT END
017050         IF NOT WK-IS-TRAILER                                     !@06A
017060          THEN                                                    !@06A
017080           MOVE WINDOW-CYCLE TO WK-SUM-CYCLE;                     !@09A
017100           WRITE BSUM-OUT-RECORD FROM WK-REC80;                   !@06C
017200           ADD 1 TO COPY-CNTR                                     !@06C
017250         END-IF                                                   !@06A
023200        NOT AT END
023250         IF NOT WK-IS-TRAILER                                     !@06A
023260          THEN                                                    !@06A
023280           MOVE WINDOW-ID TO WK-XREF-WINDOW;                      !@09A
023300           WRITE OXRF-OUT-RECORD FROM WK-REC80;                   !@06C
023400           ADD 1 TO COPY-CNTR                                     !@06C
023450         END-IF                                                   !@06A
024309     END-IF.                                                      !@06A
024310     OPEN INPUT GXRF-IN-FILE.                                     !@03A
024320     OPEN EXTEND GXRF-OUT-FILE.                                   !@03A
024323     PERFORM 0510-OPEN-GXDY.                                      !@09A
024326     MOVE ZERO TO GXDY-CNTR.                                      !@09A
024330     SET FILE-NOTEOF TO TRUE.                                     !@03A
024340     MOVE ZERO TO COPY-CNTR.                                      !@03A
024350     PERFORM UNTIL FILE-EOF                                       !@03A
024395         IF NOT WK-IS-TRAILER                                     !@06A
024396          THEN                                                    !@06A
024400           WRITE GXRF-OUT-RECORD FROM WK-REC80;                   !@06C
024410           ADD 1 TO COPY-CNTR;                                    !@09C
024412           PERFORM 0520-WRITE-GXDY                                !@09A
024415         END-IF                                                   !@06A
024420       END-READ                                                   !@03A
024430     END-PERFORM.                                                 !@03A
024440     CLOSE GXRF-IN-FILE.                                          !@03A
024450     CLOSE GXRF-OUT-FILE.                                         !@03A
024455     CLOSE GXDY-FILE.                                             !@09A
024460     OPEN OUTPUT GXRF-IN-FILE.                                    !@03A
024461     CLOSE GXRF-IN-FILE.                                          !@03A
024462     MOVE COPY-CNTR TO COPY-DISP.                                 !@03A
024463     DISPLAY PGMNAME, COPY-DISP, ' GROUP XREF RECORDS'            !@03A
024464       ' COLLECTED.'.                                             !@03A
024465     MOVE GXDY-CNTR TO COPY-DISP.                                 !@09A
024466     DISPLAY PGMNAME, COPY-DISP, ' GROUP XREF RECORDS KEPT FOR'   !@09A
024467       ' THE DAY.'.                                               !@09A
024468 0500-EXIT.                                                       !@06A
024469     EXIT.                                                        !@06A
024471 0510-OPEN-GXDY.                                                  !@09A
024472* the day file holds one window date: the first record tells      !@09A
024473* whether this collection starts a new date, and so empties it.   !@09A
024474     MOVE 'N' TO GXDY-RESET-FLAG.                                 !@09A
024475     OPEN INPUT GXDY-FILE.                                        !@09A
024476     READ GXDY-FILE                                               !@09A
024477      AT END                                                      !@09A
024478       CONTINUE                                                   !@09A
024479      NOT AT END                                                  !@09A
024481       IF GXDY-DATE NOT = WINDOW-DATE                             !@09A
024482        THEN                                                      !@09A
024483         SET GXDY-NEW-DATE TO TRUE                                !@09A
024484       END-IF                                                     !@09A
024485     END-READ.                                                    !@09A
024486     CLOSE GXDY-FILE.                                             !@09A
024487     IF GXDY-NEW-DATE                                             !@09A
024488      THEN                                                        !@09A
024489       OPEN OUTPUT GXDY-FILE;                                     !@09A
024490       DISPLAY PGMNAME ' GROUP XREF DAY FILE STARTED FOR '        !@09A
024492         WINDOW-DATE '.'                                          !@09A
024493      ELSE                                                        !@09A
024494       OPEN EXTEND GXDY-FILE                                      !@09A
024495     END-IF.                                                      !@09A
024496 0520-WRITE-GXDY.                                                 !@09A
024497     MOVE SPACES TO GXDY-RECORD.                                  !@09A
024498     MOVE WINDOW-ID TO GXDY-WINDOW.                               !@09A
024499     MOVE WK-REC80 TO GXDY-GXRF.                                  !@09A
024500     WRITE GXDY-RECORD.                                           !@09A
024502     ADD 1 TO GXDY-CNTR.                                          !@09A
024503 0550-VERIFY-GXRF.                                                !@06A
024504     OPEN INPUT GXRF-IN-FILE.                                     !@06A
024505     SET FILE-NOTEOF TO TRUE.                                     !@06A
024600        NOT AT END                                                !@03A
024605         IF NOT WK-IS-TRAILER                                     !@06A
024606          THEN                                                    !@06A
024608           MOVE WINDOW-ID TO WK-DACC-WINDOW;                      !@09A
024610           WRITE DACC-OUT-RECORD FROM WK-REC80;                   !@06C
024620           ADD 1 TO COPY-CNTR                                     !@06C
024625         END-IF                                                   !@06A
025749     END-PERFORM.                                                 !@06A
025749     CLOSE FRMU-IN-FILE.                                          !@06A
025749     PERFORM 0850-JUDGE-CONTRIBUTION.                             !@06A
025749 0820-COLLECT-GACC.                                               !@07A
025749     MOVE 'APKGACC ' TO CURR-DDNAME.                              !@07A
025749     PERFORM 0830-VERIFY-GACC.                                    !@07A
025749     IF MERGE-REFUSED                                             !@07A
025749      THEN                                                        !@07A
025749       PERFORM 0900-REFUSE-MERGE;                                 !@07A
025749       GO TO 0820-EXIT                                            !@07A
025749     END-IF.                                                      !@07A
025749* the records are longer than the work area, so the trailers      !@07A
025749* are recognised in the record itself.                            !@07A
025749     OPEN INPUT GACC-IN-FILE.                                     !@07A
025749     OPEN EXTEND GACC-OUT-FILE.                                   !@07A
025749     SET FILE-NOTEOF TO TRUE.                                     !@07A
025749     MOVE ZERO TO COPY-CNTR.                                      !@07A
025749     PERFORM UNTIL FILE-EOF                                       !@07A
025749       READ GACC-IN-FILE                                          !@07A
025749        AT END                                                    !@07A
025749         SET FILE-EOF TO TRUE                                     !@07A
025749        NOT AT END                                                !@07A
025749         IF GACC-IN-ID NOT = '*TRAILER'                           !@07A
025749          THEN                                                    !@07A
025749           WRITE GACC-OUT-RECORD FROM GACC-IN-RECORD;             !@07A
025749           ADD 1 TO COPY-CNTR                                     !@07A
025749         END-IF                                                   !@07A
025749       END-READ                                                   !@07A
025749     END-PERFORM.                                                 !@07A
025749     CLOSE GACC-IN-FILE.                                          !@07A
025749     CLOSE GACC-OUT-FILE.                                         !@07A
025749     OPEN OUTPUT GACC-IN-FILE.                                    !@07A
025749     CLOSE GACC-IN-FILE.                                          !@07A
025749     MOVE COPY-CNTR TO COPY-DISP.                                 !@07A
025749     DISPLAY PGMNAME, COPY-DISP, ' GROUP ACCOUNT RECORDS'         !@07A
025749       ' COLLECTED.'.                                             !@07A
025749 0820-EXIT.                                                       !@07A
025749     EXIT.                                                        !@07A
025749 0830-VERIFY-GACC.                                                !@07A
025749     OPEN INPUT GACC-IN-FILE.                                     !@07A
025749     SET FILE-NOTEOF TO TRUE.                                     !@07A
025749     MOVE ZERO TO DATA-CNTR.                                      !@07A
025749     MOVE ZERO TO TRLR-SUM.                                       !@07A
025749     MOVE 'N' TO TRLR-SEEN-FLAG.                                  !@07A
025749     PERFORM UNTIL FILE-EOF                                       !@07A
025749       READ GACC-IN-FILE INTO WK-REC80                            !@07A
025749        AT END                                                    !@07A
025749         SET FILE-EOF TO TRUE                                     !@07A
025749        NOT AT END                                                !@07A
025749         PERFORM 0860-TALLY-CONTRIB-RECORD                        !@07A
025749       END-READ                                                   !@07A
025749     END-PERFORM.                                                 !@07A
025749     CLOSE GACC-IN-FILE.                                          !@07A
025749     PERFORM 0850-JUDGE-CONTRIBUTION.                             !@07A
025749 0840-COLLECT-CMPN.                                               !@08A
025749     MOVE 'APKCMPN ' TO CURR-DDNAME.                              !@08A
025749     PERFORM 0845-VERIFY-CMPN.                                    !@08A
025749     IF MERGE-REFUSED                                             !@08A
025749      THEN                                                        !@08A
025749       PERFORM 0900-REFUSE-MERGE;                                 !@08A
025749       GO TO 0840-EXIT                                            !@08A
025749     END-IF.                                                      !@08A
025749     OPEN INPUT CMPN-IN-FILE.                                     !@08A
025749     OPEN EXTEND CMPN-OUT-FILE.                                   !@08A
025749     SET FILE-NOTEOF TO TRUE.                                     !@08A
025749     MOVE ZERO TO COPY-CNTR.                                      !@08A
025749     PERFORM UNTIL FILE-EOF                                       !@08A
025749       READ CMPN-IN-FILE INTO WK-REC80                            !@08A
025749        AT END                                                    !@08A
025749         SET FILE-EOF TO TRUE                                     !@08A
025749        NOT AT END                                                !@08A
025749         IF NOT WK-IS-TRAILER                                     !@08A
025749          THEN                                                    !@08A
025749           WRITE CMPN-OUT-RECORD FROM WK-REC80;                   !@08A
025749           ADD 1 TO COPY-CNTR                                     !@08A
025749         END-IF                                                   !@08A
025749       END-READ                                                   !@08A
025749     END-PERFORM.                                                 !@08A
025749     CLOSE CMPN-IN-FILE.                                          !@08A
025749     CLOSE CMPN-OUT-FILE.                                         !@08A
025749     OPEN OUTPUT CMPN-IN-FILE.                                    !@08A
025749     CLOSE CMPN-IN-FILE.                                          !@08A
025749     MOVE COPY-CNTR TO COPY-DISP.                                 !@08A
025749     DISPLAY PGMNAME, COPY-DISP, ' CAMPAIGN IMPRESSION RECORDS'   !@08A
025749       ' COLLECTED.'.                                             !@08A
025749 0840-EXIT.                                                       !@08A
025749     EXIT.                                                        !@08A
025749 0845-VERIFY-CMPN.                                                !@08A
025749     OPEN INPUT CMPN-IN-FILE.                                     !@08A
025749     SET FILE-NOTEOF TO TRUE.                                     !@08A
025749     MOVE ZERO TO DATA-CNTR.                                      !@08A
025749     MOVE ZERO TO TRLR-SUM.                                       !@08A
025749     MOVE 'N' TO TRLR-SEEN-FLAG.                                  !@08A
025749     PERFORM UNTIL FILE-EOF                                       !@08A
025749       READ CMPN-IN-FILE INTO WK-REC80                            !@08A
025749        AT END                                                    !@08A
025749         SET FILE-EOF TO TRUE                                     !@08A
025749        NOT AT END                                                !@08A
025749         PERFORM 0860-TALLY-CONTRIB-RECORD                        !@08A
025749       END-READ                                                   !@08A
025749     END-PERFORM.                                                 !@08A
025749     CLOSE CMPN-IN-FILE.                                          !@08A
025749     PERFORM 0850-JUDGE-CONTRIBUTION.                             !@08A
025750     SKIP2                                                        !@06A
025751 0850-JUDGE-CONTRIBUTION.                                         !@06A
025752* the verdict: the trailers must account for every data          !@06A
