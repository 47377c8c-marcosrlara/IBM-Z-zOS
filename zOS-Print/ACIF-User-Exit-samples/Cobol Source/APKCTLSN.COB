000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000103*    APKCMPC (THE STATEMENT MESSAGE CAMPAIGNS) JOINS THE         *!@05A
000103*    SNAPSHOT, NEW IN THE APKACIFP PROLOG.                       *!@05A
000104* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000104*    APKRMPC (THE RESOURCE NAME REMAPPING TABLE) JOINS THE       *!@04A
000104*    SNAPSHOT, NEW IN THE APKACIFP PROLOG.                       *!@04A
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 03   *!@03A
000105*    TWO MORE MEMBERS JOIN THE SNAPSHOT: APKZIPC (ZIP CODE FIELD *!@03A
000105*    COLUMNS) AND APKPSRC (PRESORT MINIMUMS, AADC TABLE, AND     *!@03A
000105*    POSTAGE RATES), BOTH NEW IN THE APKACIFP PROLOG.            *!@03A
000110* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 02   *!@02A
000112*    FOUR MORE MEMBERS JOIN THE SNAPSHOT: APKACTC (ACCOUNT       *!@02A
000114*    FIELD COLUMNS), APKHLDC (THE LEGAL-HOLD LIST - THE MOST     *!@02A
002000               APKODSP, APKRDSP, APKBANC, APKVALC, APKBDTC,
002100               APKICKI, APKREXC, and APKXINC, as the APKACIFP
002150               prolog lists them, APKACTC, APKHLDC, APKPREC,      !@02C
002160               APKDBCC, APKZIPC, APKPSRC, APKRMPC, and APKCMPC,   !@05C
002230               plus APKJOBS, on which the                         !@05C
002300               invoking job concatenates the per-JOBID routing
002400               members (the concatenation diffs as one unit -
002500               member boundaries are not visible through a
011960         ORGANIZATION SEQUENTIAL.                                 !@02A
011970     SELECT DBCC-FILE ASSIGN TO APKDBCC                           !@02A
011980         ORGANIZATION SEQUENTIAL.                                 !@02A
011984     SELECT ZIPC-FILE ASSIGN TO APKZIPC                           !@03A
011988         ORGANIZATION SEQUENTIAL.                                 !@03A
011992     SELECT PSRC-FILE ASSIGN TO APKPSRC                           !@03A
011993         ORGANIZATION SEQUENTIAL.                                 !@03A
011995     SELECT RMPC-FILE ASSIGN TO APKRMPC                           !@04A
011997         ORGANIZATION SEQUENTIAL.                                 !@04A
011998     SELECT CMPC-FILE ASSIGN TO APKCMPC                           !@05A
011999         ORGANIZATION SEQUENTIAL.                                 !@05A
012000     SELECT JOBS-FILE ASSIGN TO APKJOBS
012100         ORGANIZATION SEQUENTIAL.
012200     EJECT
022176     BLOCK CONTAINS 0                                             !@02A
022177     RECORD CONTAINS 80 CHARACTERS.                               !@02A
022178 01  DBCC-REC                PIC X(80).                           !@02A
022179 FD  ZIPC-FILE                                                    !@03A
022180     LABEL RECORDS STANDARD                                       !@03A
022181     RECORDING MODE F                                             !@03A
022182     BLOCK CONTAINS 0                                             !@03A
022183     RECORD CONTAINS 80 CHARACTERS.                               !@03A
022184 01  ZIPC-REC                PIC X(80).                           !@03A
022185 FD  PSRC-FILE                                                    !@03A
022186     LABEL RECORDS STANDARD                                       !@03A
022187     RECORDING MODE F                                             !@03A
022188     BLOCK CONTAINS 0                                             !@03A
022189     RECORD CONTAINS 80 CHARACTERS.                               !@03A
022190 01  PSRC-REC                PIC X(80).                           !@03A
022191 FD  RMPC-FILE                                                    !@04A
022192     LABEL RECORDS STANDARD                                       !@04A
022193     RECORDING MODE F                                             !@04A
022194     BLOCK CONTAINS 0                                             !@04A
022195     RECORD CONTAINS 80 CHARACTERS.                               !@04A
022196 01  RMPC-REC                PIC X(80).                           !@04A
022197 FD  CMPC-FILE                                                    !@05A
022198     LABEL RECORDS STANDARD                                       !@05A
022199     RECORDING MODE F                                             !@05A
022219     BLOCK CONTAINS 0                                             !@05A
022239     RECORD CONTAINS 80 CHARACTERS.                               !@05A
022259 01  CMPC-REC                PIC X(80).                           !@05A
022279 FD  JOBS-FILE
022300     LABEL RECORDS STANDARD
022400     RECORDING MODE F
022500     BLOCK CONTAINS 0
026720     05  FILLER              PIC X(8) VALUE 'APKHLDC '.           !@02A
026730     05  FILLER              PIC X(8) VALUE 'APKPREC '.           !@02A
026740     05  FILLER              PIC X(8) VALUE 'APKDBCC '.           !@02A
026760     05  FILLER              PIC X(8) VALUE 'APKZIPC '.           !@03A
026780     05  FILLER              PIC X(8) VALUE 'APKPSRC '.           !@03A
026790     05  FILLER              PIC X(8) VALUE 'APKRMPC '.           !@04A
026795     05  FILLER              PIC X(8) VALUE 'APKCMPC '.           !@05A
026800     05  FILLER              PIC X(8) VALUE 'APKJOBS '.
026900 01  MEMBER-NAME-TABLE REDEFINES MEMBER-NAME-LIST.
027000     05  MEM-NAME            OCCURS 20 TIMES                      !@05C
027100                             INDEXED BY MEM-INDEX
027200                             PIC X(8).
027300* the previous window's snapshot, and tonight's.
037120     PERFORM 0275-SNAP-HLDC.                                      !@02A
037130     PERFORM 0280-SNAP-PREC.                                      !@02A
037140     PERFORM 0285-SNAP-DBCC.                                      !@02A
037160     PERFORM 0290-SNAP-ZIPC.                                      !@03A
037180     PERFORM 0295-SNAP-PSRC.                                      !@03A
037190     PERFORM 0296-SNAP-RMPC.                                      !@04A
037195     PERFORM 0297-SNAP-CMPC.                                      !@05A
037200     PERFORM 0265-SNAP-JOBS.
037300 0210-SNAP-DEPT.
037400     MOVE 'APKDEPT ' TO CURR-MEMBER.
054063       END-READ                                                   !@02A
054064     END-PERFORM.                                                 !@02A
054065     CLOSE DBCC-FILE.                                             !@02A
054066 0290-SNAP-ZIPC.                                                  !@03A
054067     MOVE 'APKZIPC ' TO CURR-MEMBER.                              !@03A
054068     MOVE ZERO TO CURR-SEQ.                                       !@03A
054069     OPEN INPUT ZIPC-FILE.                                        !@03A
054070     SET FILE-NOTEOF TO TRUE.                                     !@03A
054071     PERFORM UNTIL FILE-EOF                                       !@03A
054072       READ ZIPC-FILE INTO WK-CARD                                !@03A
054073        AT END                                                    !@03A
054074         SET FILE-EOF TO TRUE                                     !@03A
054075        NOT AT END                                                !@03A
054076         PERFORM 0500-ADD-CURR-LINE                               !@03A
054077       END-READ                                                   !@03A
054078     END-PERFORM.                                                 !@03A
054079     CLOSE ZIPC-FILE.                                             !@03A
054080 0295-SNAP-PSRC.                                                  !@03A
054081     MOVE 'APKPSRC ' TO CURR-MEMBER.                              !@03A
054082     MOVE ZERO TO CURR-SEQ.                                       !@03A
054083     OPEN INPUT PSRC-FILE.                                        !@03A
054084     SET FILE-NOTEOF TO TRUE.                                     !@03A
054085     PERFORM UNTIL FILE-EOF                                       !@03A
054086       READ PSRC-FILE INTO WK-CARD                                !@03A
054087        AT END                                                    !@03A
054088         SET FILE-EOF TO TRUE                                     !@03A
054089        NOT AT END                                                !@03A
054090         PERFORM 0500-ADD-CURR-LINE                               !@03A
054091       END-READ                                                   !@03A
054092     END-PERFORM.                                                 !@03A
054093     CLOSE PSRC-FILE.                                             !@03A
054094 0296-SNAP-RMPC.                                                  !@04A
054095     MOVE 'APKRMPC ' TO CURR-MEMBER.                              !@04A
054096     MOVE ZERO TO CURR-SEQ.                                       !@04A
054097     OPEN INPUT RMPC-FILE.                                        !@04A
054098     SET FILE-NOTEOF TO TRUE.                                     !@04A
054099     PERFORM UNTIL FILE-EOF                                       !@04A
054103       READ RMPC-FILE INTO WK-CARD                                !@04A
054107        AT END                                                    !@04A
054111         SET FILE-EOF TO TRUE                                     !@04A
054115        NOT AT END                                                !@04A
054120         PERFORM 0500-ADD-CURR-LINE                               !@04A
054124       END-READ                                                   !@04A
054128     END-PERFORM.                                                 !@04A
054132     CLOSE RMPC-FILE.                                             !@04A
054136 0297-SNAP-CMPC.                                                  !@05A
054141     MOVE 'APKCMPC ' TO CURR-MEMBER.                              !@05A
054145     MOVE ZERO TO CURR-SEQ.                                       !@05A
054149     OPEN INPUT CMPC-FILE.                                        !@05A
054153     SET FILE-NOTEOF TO TRUE.                                     !@05A
054157     PERFORM UNTIL FILE-EOF                                       !@05A
054162       READ CMPC-FILE INTO WK-CARD                                !@05A
054166        AT END                                                    !@05A
054170         SET FILE-EOF TO TRUE                                     !@05A
054174        NOT AT END                                                !@05A
054178         PERFORM 0500-ADD-CURR-LINE                               !@05A
054183       END-READ                                                   !@05A
054187     END-PERFORM.                                                 !@05A
054191     CLOSE CMPC-FILE.                                             !@05A
054195 0500-ADD-CURR-LINE.
054200     IF CU-CNTR < MAX-LINES
054300      THEN
054400       ADD 1 TO CURR-SEQ;
055100 0300-DIFF-MEMBERS.
055200     PERFORM 0310-DIFF-ONE-MEMBER
055300         VARYING MX FROM 1 BY 1
055400         UNTIL MX > 20.                                           !@05C
055500 0310-DIFF-ONE-MEMBER.
055600* line by line against the previous snapshot: longer tonight
055700* is added, shorter is removed, a differing image is changed.
