000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ LIST
000055* LAST UPDATE ON 15 Oct 2026 AT 10:00:00 BY HOWARDT VERSION 26   *!@26A
000055*    REMAP RESOURCE NAMES IN THE OUTPUT STREAM FOR THE OUTLINE   *!@26A
000055*    FONT AND OVERLAY MIGRATION: THE NAMES IN EVERY INCLUDE      *!@26A
000055*    PAGE SEGMENT, INCLUDE PAGE OVERLAY AND (FORMAT 2) MAP       *!@26A
000055*    CODED FONT ARE LOOKED UP THROUGH THE SHARED APKRMAP         *!@26A
000055*    MEMBER (THE APKRMPC CTLLIB TABLE OF OLD NAME, TYPE, NEW     *!@26A
000055*    NAME AND EFFECTIVE DATE) AND REWRITTEN IN PLACE, AND EVERY  *!@26A
000055*    SUBSTITUTION MADE IS COUNTED AND LISTED FOR THE JOB ON A    *!@26A
000055*    NEW PAPKRMPR REPORT.                                        *!@26A
000056* LAST UPDATE ON 2 Sep 2026 AT 13:30:00 BY HOWARDT VERSION 25   *!@25A
000056*    CLOSE EACH CONTRIBUTION FILE (APKBSUM, APKOXRF, APKGXRF,     *!@25A
000056*    APKFRMU) WITH A *TRAILER RECORD CARRYING THE COUNT OF        *!@25A
003885               control-total reconciliation stays in balance.     !@24A
003885               An absent or empty hold member diverts nothing.    !@24A
003885
003885               Optionally allocate a DD named APKRMPC, the        !@26A
003885               resource remapping member read by the shared       !@26A
003885               APKRMAP member (see there for the card layout).    !@26A
003885               Every Include Page Segment and Include Page        !@26A
003885               Overlay, and every code page, character set and    !@26A
003885               coded font named by a Fully Qualified Name         !@26A
003885               triplet in a format-2 Map Coded Font, has its      !@26A
003885               8-byte name looked up, and a name mapped by a      !@26A
003885               card in effect today is rewritten in place with    !@26A
003885               its successor - held and reprint-deleted records   !@26A
003885               included, so the new name goes wherever the        !@26A
003885               record goes. Each substitution is counted by       !@26A
003885               type, old name and new name, and at EOF, when      !@26A
003885               anything was rewritten, the counts are listed      !@26A
003885               for the job on a DD named PAPKRMPR (LRECL 125,     !@26A
003885               BLKSIZE n*125+4, VBA). An absent or empty          !@26A
003885               remapping member rewrites nothing. Format-1 Map    !@26A
003885               Coded Fonts and names not 8 bytes long are left    !@26A
003885               as they are.                                       !@26A
003885
003886               A DD named APKFRMU is required for the forms-usage  !@23A
003886               file, 80-byte fixed records opened for EXTEND. At   !@23A
003886               EOF one record per medium map name invoked in the   !@23A
006921     SELECT HOLD-FILE ASSIGN TO APKHOLD                             !@24A
006922            ORGANIZATION SEQUENTIAL.                                !@24A
006923     SELECT HOLD-PRINT-FILE ASSIGN TO PAPKHLDR.                     !@24A
006799     SELECT RMAP-PRINT-FILE ASSIGN TO PAPKRMPR.                   !@26A
006800     EJECT
006900 DATA DIVISION.
006910 FILE SECTION.                                                    !@02A
007114     05  HOLD-PRINT-DATA     OCCURS 1 TO 255,                     !@24A
007115                             DEPENDING ON HOLD-PRINT-LEN,         !@24A
007116                             PIC X.                               !@24A
006949* the per-run list of resource names remapped, written only when  !@26A
006950* a name was rewritten.                                           !@26A
006951 FD  RMAP-PRINT-FILE                                              !@26A
006952     BLOCK CONTAINS 0                                             !@26A
006953     LABEL RECORDS STANDARD                                       !@26A
006954     RECORD VARYING DEPENDING ON RMAP-PRINT-LEN                   !@26A
006955     RECORDING MODE V.                                            !@26A
006956 01  RMAP-PRINT-RECORD.                                           !@26A
006957     05  RMAP-PRINT-DATA     OCCURS 1 TO 255,                     !@26A
006958                             DEPENDING ON RMAP-PRINT-LEN,         !@26A
006959                             PIC X.                               !@26A
006960     EJECT                                                        !@02A
007000 WORKING-STORAGE SECTION.
007100 77  PGMNAME                 PIC X(8) VALUE 'APKOUTXT'.
008134     05  FILLER              PIC X(3) VALUE ' - '.                    !@24A
008135     05  HLD-LAST            PIC ZZZZ,ZZ9.                            !@24A
008136     05  FILLER              PIC X(9) VALUE ' DIVERTED'.              !@24A
007932* resource remap state: the APKRMAP call fields, the pointers for !@26A
007933* the Map Coded Font scan, and the substitutions made this run    !@26A
007934* for the PAPKRMPR report.                                        !@26A
007935 77  APKRMAP-PGM             PIC X(8) VALUE 'APKRMAP'.            !@26A
007936 77  RMAP-TYPE               PIC X(8) VALUE SPACES.               !@26A
007937 77  RMAP-OLD                PIC X(8) VALUE SPACES.               !@26A
007938 77  RMAP-NEW                PIC X(8) VALUE SPACES.               !@26A
007939 77  RMAP-RESULT             PIC X VALUE 'N'.                     !@26A
007940     88  RMAP-FOUND          VALUE 'Y'.                           !@26A
007941     88  RMAP-NOTFOUND       VALUE 'N'.                           !@26A
007942 77  RMAP-NAME-PTR           PIC 9(8) BINARY VALUE ZERO.          !@26A
007943 77  RMAP-SF-LEN             PIC 9(8) BINARY VALUE ZERO.          !@26A
007944 77  RMAP-RG-PTR             PIC 9(8) BINARY VALUE ZERO.          !@26A
007945 77  RMAP-RG-END             PIC 9(8) BINARY VALUE ZERO.          !@26A
007946 77  RMAP-RG-LEN             PIC 9(8) BINARY VALUE ZERO.          !@26A
007947 77  RMAP-TR-PTR             PIC 9(8) BINARY VALUE ZERO.          !@26A
007948 77  RMAP-TR-LEN             PIC 9(8) BINARY VALUE ZERO.          !@26A
007949 77  RMAP-SUB-TOTAL          PIC 9(8) BINARY VALUE ZERO.          !@26A
007950 77  RMAP-SUB-DISP           PIC ZZZ,ZZ9.                         !@26A
007951 77  RMAP-PRINT-LEN          PIC 9(8) BINARY VALUE ZERO.          !@26A
007952 77  RS-FULL-FLAG            PIC X VALUE 'N'.                     !@26A
007953     88  RS-FULL             VALUE 'Y'.                           !@26A
007954* the group and triplet lengths are read into their own halfword, !@26A
007955* so the high-order byte of BIN2 stays zero for the other scans.  !@26A
007956 01  RMAP-BIN2-AREA.                                              !@26A
007957     05  RMAP-BIN2           PIC 9(4) BINARY VALUE ZERO.          !@26A
007958     05  RMAP-BIN2-X         REDEFINES RMAP-BIN2                  !@26A
007959                             PIC X(2).                            !@26A
007960 01  RMAP-SUB-TABLE.                                              !@26A
007961     05  RS-CNTR             PIC 9(4) BINARY VALUE ZERO.          !@26A
007962     05  RS-ENTRY            OCCURS 100 TIMES                     !@26A
007963                             DEPENDING ON RS-CNTR                 !@26A
007964                             INDEXED BY RS-INDEX.                 !@26A
007965         10  RS-TYPE         PIC X(8).                            !@26A
007966         10  RS-OLD          PIC X(8).                            !@26A
007967         10  RS-NEW          PIC X(8).                            !@26A
007968         10  RS-COUNT        PIC 9(8) BINARY.                     !@26A
007969 01  RMAP-LINE-TITLE.                                             !@26A
007970     05  FILLER              PIC X   VALUE '1'.                   !@26A
007971     05  FILLER              PIC X(33) VALUE                      !@26A
007972         'ACIF RESOURCE REMAP SUBSTITUTIONS'.                     !@26A
007973 01  RMAP-LINE-JOB.                                               !@26A
007974     05  FILLER              PIC X(5) VALUE ' JOB '.              !@26A
007975     05  RMJ-JOBNAME         PIC X(8).                            !@26A
007976     05  FILLER              PIC X(11) VALUE '  RUN DATE '.       !@26A
007977     05  RMJ-RUNDATE         PIC 9(8).                            !@26A
007978 01  RMAP-LINE-HEAD.                                              !@26A
007979     05  FILLER              PIC X(5) VALUE '0'.                  !@26A
007980     05  FILLER              PIC X(38) VALUE                      !@26A
007981         'TYPE     OLD NAME NEW NAME  REFERENCES'.                !@26A
007982 01  RMAP-LINE-DETAIL.                                            !@26A
007983     05  FILLER              PIC X(5) VALUE SPACES.               !@26A
007984     05  RMD-TYPE            PIC X(8).                            !@26A
007985     05  FILLER              PIC X VALUE SPACE.                   !@26A
007986     05  RMD-OLD             PIC X(8).                            !@26A
007987     05  FILLER              PIC X VALUE SPACE.                   !@26A
007988     05  RMD-NEW             PIC X(8).                            !@26A
007989     05  FILLER              PIC X VALUE SPACE.                   !@26A
007990     05  RMD-COUNT           PIC ZZZ,ZZZ,ZZ9.                     !@26A
007991 01  RMAP-LINE-TOTAL.                                             !@26A
007992     05  FILLER              PIC X(5) VALUE '0'.                  !@26A
007993     05  FILLER              PIC X(26) VALUE                      !@26A
007994         'TOTAL REFERENCES REMAPPED'.                             !@26A
007995     05  RMT-COUNT           PIC ZZZ,ZZZ,ZZ9.                     !@26A
007996 01  RMAP-LINE-FULL.                                              !@26A
007997     05  FILLER              PIC X(5) VALUE SPACES.               !@26A
007998     05  FILLER              PIC X(50) VALUE                      !@26A
007999         'SUBSTITUTION TABLE FULL - LATER PAIRS NOT LISTED'.      !@26A
008000     SKIP2
008100 01  DATE-DATA.
008200   05  RUN-DATE.
017445         PERFORM 0680-WRITE-FRMU-TRAILER;                         !@25A
017445         CLOSE FRMU-FILE;                                         !@23A
017445         PERFORM 0598-FINISH-HOLD;                                !@24A
017445         PERFORM 0740-FINISH-REMAP;                               !@26A
017446         PERFORM 0600-WRITE-SUMMARY;                               !@07A
017446         PERFORM 0690-WRITE-BSUM-TRAILER;                         !@25A
017447         CLOSE SUMMARY-FILE;                                      !@07A
019376* group, so the statement stays findable.                        !@24A
019377       PERFORM 0560-TRACK-ENG;                                    !@24C
019378       SET HOLD-NOTACTIVE TO TRUE;                                !@24A
019380      WHEN OTHER
019382* a segment, overlay or font named on the remapping member is     !@26A
019384* renamed in place ahead of every other decision, so the new      !@26A
019387* name goes wherever the record goes - held, deleted or kept.     !@26A
019389       IF ((OUT-SFTYPE = SF-IPS OR OUT-SFTYPE = SF-IPO)           !@26A
019391            AND OUT-SFLEN NOT < 16)                               !@26A
019394          OR OUT-SFTYPE = SF-MCF                                  !@26A
019396        THEN                                                      !@26A
019398         PERFORM 0700-REMAP-RESOURCES                             !@26A
019401       END-IF;                                                    !@26A
019402* an Invoke Medium Map names the form environment every page      !@23A
019404* behind it prints under; remember it for the forms-usage         !@23A
019406* counts whether or not the record itself is kept.                !@23A
026693     MOVE FU-PAGECNT (FU-INDEX) TO FRMU-PAGECNT.                  !@23A
026694     WRITE FRMU-RECORD.                                           !@23A
026694     ADD 1 TO FRMU-WRITE-CNTR.                                    !@25A
026700     SKIP2                                                        !@26A
026800 0700-REMAP-RESOURCES.                                            !@26A
026900* an Include Page Segment or Include Page Overlay carries its     !@26A
027000* resource name in the first 8 bytes; a Map Coded Font carries    !@26A
027100* its names in triplets inside its repeating groups.              !@26A
027200     EVALUATE OUT-SFTYPE                                          !@26A
027300      WHEN SF-IPS                                                 !@26A
027400       MOVE 'PSEG' TO RMAP-TYPE;                                  !@26A
027500       MOVE 1 TO RMAP-NAME-PTR;                                   !@26A
027600       PERFORM 0710-REMAP-NAME                                    !@26A
027700      WHEN SF-IPO                                                 !@26A
027800       MOVE 'OVLY' TO RMAP-TYPE;                                  !@26A
027900       MOVE 1 TO RMAP-NAME-PTR;                                   !@26A
028000       PERFORM 0710-REMAP-NAME                                    !@26A
028100      WHEN SF-MCF                                                 !@26A
028200       PERFORM 0720-REMAP-MCF                                     !@26A
028300     END-EVALUATE.                                                !@26A
028400 0710-REMAP-NAME.                                                 !@26A
028500     MOVE OUT-SFDATA (RMAP-NAME-PTR : 8) TO RMAP-OLD.             !@26A
028600     CALL APKRMAP-PGM USING RMAP-TYPE, RMAP-OLD, RMAP-NEW,        !@26A
028700                            RMAP-RESULT.                          !@26A
028800     IF RMAP-FOUND                                                !@26A
028900      THEN                                                        !@26A
029000       MOVE RMAP-NEW TO OUT-SFDATA (RMAP-NAME-PTR : 8);           !@26A
029100       PERFORM 0730-COUNT-SUBSTITUTION                            !@26A
029200     END-IF.                                                      !@26A
029300 0720-REMAP-MCF.                                                  !@26A
029400* a format-2 Map Coded Font is a run of repeating groups, each a  !@26A
029500* two-byte group length followed by triplets. a format-1 field    !@26A
029600* (fixed 30-byte groups behind a one-byte group length) fails     !@26A
029700* the length check on its first group and is left alone.          !@26A
029800     COMPUTE RMAP-SF-LEN = OUT-SFLEN - LENGTH OF OUT-SFINTRO.     !@26A
029900     MOVE 1 TO RMAP-RG-PTR.                                       !@26A
030000     PERFORM 0725-REMAP-MCF-GROUP                                 !@26A
030100         UNTIL RMAP-RG-PTR >= RMAP-SF-LEN.                        !@26A
030200 0725-REMAP-MCF-GROUP.                                            !@26A
030300     MOVE OUT-SFDATA (RMAP-RG-PTR : 2) TO RMAP-BIN2-X.            !@26A
030400     MOVE RMAP-BIN2 TO RMAP-RG-LEN.                               !@26A
030500     COMPUTE RMAP-RG-END = RMAP-RG-PTR + RMAP-RG-LEN.             !@26A
030600* a group too short to move on, or running past the field, is     !@26A
030700* malformed and ends the scan.                                    !@26A
030800     IF RMAP-RG-LEN < 3 OR RMAP-RG-END > RMAP-SF-LEN + 1          !@26A
030900      THEN                                                        !@26A
031000       MOVE RMAP-SF-LEN TO RMAP-RG-PTR                            !@26A
031100      ELSE                                                        !@26A
031200       COMPUTE RMAP-TR-PTR = RMAP-RG-PTR + 2;                     !@26A
031300       PERFORM 0727-REMAP-MCF-TRIPLET                             !@26A
031400           UNTIL RMAP-TR-PTR >= RMAP-RG-END;                      !@26A
031500       MOVE RMAP-RG-END TO RMAP-RG-PTR                            !@26A
031600     END-IF.                                                      !@26A
031700 0727-REMAP-MCF-TRIPLET.                                          !@26A
031800* a Fully Qualified Name triplet of 12 bytes is the length, the   !@26A
031900* identifier, the name type and format bytes, then an 8-byte      !@26A
032000* name; only code page, character set and coded font names are    !@26A
032100* remapped.                                                       !@26A
032200     MOVE LOW-VALUES TO RMAP-BIN2-X.                              !@26A
032300     MOVE OUT-SFDATA (RMAP-TR-PTR : 1) TO RMAP-BIN2-X (2 : 1).    !@26A
032400     MOVE RMAP-BIN2 TO RMAP-TR-LEN.                               !@26A
032500     IF RMAP-TR-LEN < 2 OR RMAP-TR-PTR + RMAP-TR-LEN > RMAP-RG-END!@26A
032600      THEN                                                        !@26A
032700       MOVE RMAP-RG-END TO RMAP-TR-PTR                            !@26A
032800      ELSE                                                        !@26A
032900       IF RMAP-TR-LEN = 12                                        !@26A
033000          AND OUT-SFDATA (RMAP-TR-PTR + 1 : 1) = TR-FQN (2 : 1)   !@26A
033100        THEN                                                      !@26A
033200         MOVE SPACES TO RMAP-TYPE;                                !@26A
033300         EVALUATE OUT-SFDATA (RMAP-TR-PTR + 2 : 1)                !@26A
033400          WHEN FQN-CODEPAGE  MOVE 'CPAGE' TO RMAP-TYPE            !@26A
033500          WHEN FQN-CHARSET   MOVE 'CSET'  TO RMAP-TYPE            !@26A
033600          WHEN FQN-CODEDFONT MOVE 'FONT'  TO RMAP-TYPE            !@26A
033700         END-EVALUATE;                                            !@26A
033800         IF RMAP-TYPE NOT = SPACES                                !@26A
033900          THEN                                                    !@26A
034000           COMPUTE RMAP-NAME-PTR = RMAP-TR-PTR + 4;               !@26A
034100           PERFORM 0710-REMAP-NAME                                !@26A
034200         END-IF                                                   !@26A
034300       END-IF;                                                    !@26A
034400       ADD RMAP-TR-LEN TO RMAP-TR-PTR                             !@26A
034500     END-IF.                                                      !@26A
034600 0730-COUNT-SUBSTITUTION.                                         !@26A
034700* count the substitution against its type, old and new name; a    !@26A
034800* pair past a full table is still rewritten and totalled, just    !@26A
034900* not listed.                                                     !@26A
035000     ADD 1 TO RMAP-SUB-TOTAL.                                     !@26A
035100     SET RS-INDEX TO 1.                                           !@26A
035200     SEARCH RS-ENTRY                                              !@26A
035300      AT END                                                      !@26A
035400       IF RS-CNTR < 100                                           !@26A
035500        THEN                                                      !@26A
035600         ADD 1 TO RS-CNTR;                                        !@26A
035700         SET RS-INDEX TO RS-CNTR;                                 !@26A
035800         MOVE RMAP-TYPE TO RS-TYPE (RS-INDEX);                    !@26A
035900         MOVE RMAP-OLD TO RS-OLD (RS-INDEX);                      !@26A
036000         MOVE RMAP-NEW TO RS-NEW (RS-INDEX);                      !@26A
036100         MOVE 1 TO RS-COUNT (RS-INDEX)                            !@26A
036200        ELSE                                                      !@26A
036300         SET RS-FULL TO TRUE                                      !@26A
036400       END-IF                                                     !@26A
036500      WHEN RS-TYPE (RS-INDEX) = RMAP-TYPE                         !@26A
036600       AND RS-OLD (RS-INDEX) = RMAP-OLD                           !@26A
036700       ADD 1 TO RS-COUNT (RS-INDEX)                               !@26A
036800     END-SEARCH.                                                  !@26A
036900 0740-FINISH-REMAP.                                               !@26A
037000* list the job's substitutions; a run that rewrote nothing        !@26A
037100* writes no report, so a migration is finished for a job once     !@26A
037200* its runs stop producing one.                                    !@26A
037300     IF RMAP-SUB-TOTAL > ZERO                                     !@26A
037400      THEN                                                        !@26A
037500       OPEN OUTPUT RMAP-PRINT-FILE;                               !@26A
037600       MOVE LENGTH OF RMAP-LINE-TITLE TO RMAP-PRINT-LEN;          !@26A
037700       WRITE RMAP-PRINT-RECORD FROM RMAP-LINE-TITLE;              !@26A
037800       MOVE AUDIT-JOBNAME TO RMJ-JOBNAME;                         !@26A
037900       ACCEPT RMJ-RUNDATE FROM DATE YYYYMMDD;                     !@26A
038000       MOVE LENGTH OF RMAP-LINE-JOB TO RMAP-PRINT-LEN;            !@26A
038100       WRITE RMAP-PRINT-RECORD FROM RMAP-LINE-JOB;                !@26A
038200       MOVE LENGTH OF RMAP-LINE-HEAD TO RMAP-PRINT-LEN;           !@26A
038300       WRITE RMAP-PRINT-RECORD FROM RMAP-LINE-HEAD;               !@26A
038400       PERFORM 0745-WRITE-REMAP-LINE                              !@26A
038500           VARYING RS-INDEX FROM 1 BY 1                           !@26A
038600           UNTIL RS-INDEX > RS-CNTR;                              !@26A
038700       IF RS-FULL                                                 !@26A
038800        THEN                                                      !@26A
038900         MOVE LENGTH OF RMAP-LINE-FULL TO RMAP-PRINT-LEN;         !@26A
039000         WRITE RMAP-PRINT-RECORD FROM RMAP-LINE-FULL              !@26A
039100       END-IF;                                                    !@26A
039200       MOVE RMAP-SUB-TOTAL TO RMT-COUNT;                          !@26A
039300       MOVE LENGTH OF RMAP-LINE-TOTAL TO RMAP-PRINT-LEN;          !@26A
039400       WRITE RMAP-PRINT-RECORD FROM RMAP-LINE-TOTAL;              !@26A
039500       CLOSE RMAP-PRINT-FILE;                                     !@26A
039600       MOVE RMAP-SUB-TOTAL TO RMAP-SUB-DISP;                      !@26A
039700       DISPLAY PGMNAME, RMAP-SUB-DISP,                            !@26A
039800           ' RESOURCE REFERENCES REMAPPED - SEE PAPKRMPR.'        !@26A
039900     END-IF.                                                      !@26A
040000 0745-WRITE-REMAP-LINE.                                           !@26A
040100     MOVE RS-TYPE (RS-INDEX) TO RMD-TYPE.                         !@26A
040200     MOVE RS-OLD (RS-INDEX) TO RMD-OLD.                           !@26A
040300     MOVE RS-NEW (RS-INDEX) TO RMD-NEW.                           !@26A
040400     MOVE RS-COUNT (RS-INDEX) TO RMD-COUNT.                       !@26A
040500     MOVE LENGTH OF RMAP-LINE-DETAIL TO RMAP-PRINT-LEN.           !@26A
040600     WRITE RMAP-PRINT-RECORD FROM RMAP-LINE-DETAIL.               !@26A
