000100 PROCESS NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ
000128* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000128*    THE THRESHOLD RESULT (DELGTHR, PASS OR FAIL, WITH THE       *!@04A
000128*    COUNT OF REPORTS FLAGGED) IS STAGED FOR THE APKDAILY        *!@04A
000128*    MONITORING FEED THROUGH THE SHARED APKMETW MEMBER.          *!@04A
000129* LAST UPDATE ON 22 Aug 2026            BY  HOWARDT VERSION 03   *!@03A
000129*    ISSUE A FIXED-IDENTIFIER OPERATOR MESSAGE (VIA THE SHARED   *!@03A
000129*    APKWTO MEMBER) FOR EACH REPORT OVER ITS DELETION            *!@03A
002300               for the printed summary, with an LRECL of 84,
002400               BLKSIZE of n*84+4, VBA. Once summarized, the
002500               work file is reset (emptied) so the next day's
002600               records are not counted twice. The threshold       !@04C
002616               result is staged for the APKDAILY monitoring       !@04A
002633               feed through the shared APKMETW member, which      !@04A
002650               needs a DD named APKMETS for the metrics staging   !@04A
002666               file (DISP=MOD) and APKWSTA for the window-state   !@04A
002683               record.                                            !@04A
002700
002800               Optionally allocate a DD named APKDELT with one
002900               80-byte card per report number, giving the
014610 77  APKWTO-PGM              PIC X(8) VALUE 'APKWTO'.              !@03A
014620 77  WTO-MSGID               PIC X(8) VALUE SPACES.                 !@03A
014630 77  WTO-MSGTEXT             PIC X(60) VALUE SPACES.                !@03A
014634* the window metrics record for this check, staged for the        !@04A
014639* APKDAILY monitoring feed through the shared APKMETW member.     !@04A
014644 77  APKMETW-PGM             PIC X(8) VALUE 'APKMETW'.            !@04A
014648 77  MET-TYPE                PIC X(3) VALUE 'CHK'.                !@04A
014653 77  MET-KEY                 PIC X(8) VALUE 'DELGTHR'.            !@04A
014658 77  MET-STATUS              PIC X(4) VALUE 'PASS'.               !@04A
014662 77  MET-PAGES               PIC 9(9) VALUE ZERO.                 !@04A
014667 77  MET-RECORDS             PIC 9(9) VALUE ZERO.                 !@04A
014672 77  MET-ELAPSED             PIC 9(7) VALUE ZERO.                 !@04A
014676 77  MET-DEVIATION           PIC 9(5) VALUE ZERO.                 !@04A
014681 01  MET-DETAIL.                                                  !@04A
014686     05  MET-COUNT           PIC 9(8) VALUE ZERO.                 !@04A
014690     05  FILLER              PIC X(24) VALUE                      !@04A
014695         ' REPORTS OVER THRESHOLD'.                               !@04A
014700     SKIP1
014800* per-report deletion totals.
014900 01  REPORT-TABLE.
038500* count today's deletions again.
038600     OPEN OUTPUT DELETE-LOG-FILE.
038700     CLOSE DELETE-LOG-FILE.
038710     IF FLAGGED-CNTR > ZERO                                       !@04A
038720      THEN                                                        !@04A
038730       MOVE 'FAIL' TO MET-STATUS                                  !@04A
038740     END-IF.                                                      !@04A
038750     MOVE FLAGGED-CNTR TO MET-COUNT.                              !@04A
038760     MOVE DLOG-CNTR TO MET-RECORDS.                               !@04A
038770     CALL APKMETW-PGM USING MET-TYPE, MET-KEY, MET-STATUS,        !@04A
038780                            MET-PAGES, MET-RECORDS, MET-ELAPSED,  !@04A
038790                            MET-DEVIATION, MET-DETAIL, PGMNAME.   !@04A
038800 END PROGRAM APKDELGR.
