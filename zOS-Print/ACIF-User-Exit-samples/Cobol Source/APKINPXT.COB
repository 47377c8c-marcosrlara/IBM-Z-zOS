000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000052* LAST UPDATE ON 15 Oct 2026 AT 23:00:00 BY HOWARDT VERSION 34   *!@34A
000052*    A REPORT'S FIRST PAGE BEHIND A BANNER NOW GETS ITS INDEX    *!@34A
000052*    VALUE RECORD AND BEGINS ITS FIRST STATEMENT LIKE ANY OTHER  *!@34A
000052*    PAGE, AND ITS FIRST LINE IS JUDGED AGAINST THE REPORT'S     *!@34A
000052*    SUPPRESSION RULES.                                          *!@34A
000053* LAST UPDATE ON 15 Oct 2026 AT 22:00:00 BY HOWARDT VERSION 33   *!@33A
000053*    A SERIAL NUMBER CAN BE CAPTURED PER REPORT FOR NEGOTIABLE   *!@33A
000053*    DOCUMENTS: AN APKSERC CARD GIVES, IN THE APKACTC LAYOUT,    *!@33A
000053*    THE COLUMN AND LENGTH OF THE SERIAL ON THE TOP-OF-FORM      *!@33A
000053*    HEADING LINE, AND EACH PAGE'S SERIAL IS CARRIED ON ITS      *!@33A
000053*    APKNDXV RECORD (NDXV-SERIAL, OUT OF THE TRAILING FILLER)    *!@33A
000053*    FOR THE APKSERV SERIAL CONTROL STEP.                        *!@33A
000054* LAST UPDATE ON 15 Oct 2026 AT 20:00:00 BY HOWARDT VERSION 32   *!@32A
000054*    STATEMENT SUPPRESSION RULES: APKSTSC CARDS GIVE, PER REPORT *!@32A
000054*    NUMBER, PHRASE AND AMOUNT CONDITIONS ON THE HEADING AND     *!@32A
000054*    SUMMARY-PAGE LINES. A PAPER STATEMENT MEETING EVERY         *!@32A
000054*    CONDITION OF A RULE IS WRITTEN TO APKSSUP WITH ITS PAGES,   *!@32A
000054*    ACCOUNT AND RULE, FOR THE APKEDLV STEP TO TAKE OUT OF THE   *!@32A
000054*    MAIL, AND ITS PAGES ARE COUNTED ON A U RECORD BEHIND EACH   *!@32A
000054*    REPORT'S END RECORD.                                        *!@32A
000055* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY HOWARDT VERSION 31   *!@31A
000055*    STATEMENT MESSAGE CAMPAIGNS: APKCMPC CARDS DEFINE CAMPAIGNS *!@31A
000055*    WITH EFFECTIVE DATES, A PAGE SEGMENT OR A LINE OF TEXT AND  *!@31A
000055*    ITS POSITION, AND SELECTIONS BY REPORT AND DEPARTMENT OR    *!@31A
000055*    ACCOUNT RANGE. THE FIRST PAGE OF EACH QUALIFYING STATEMENT  *!@31A
000055*    CARRIES THE MESSAGE, AND EACH IMPRESSION (OR FAILURE TO     *!@31A
000055*    PLACE ONE) IS RECORDED ON THE APKCMPN CONTRIBUTION FOR THE  *!@31A
000055*    APKCMPR CAMPAIGN REPORT.                                    *!@31A
000056* LAST UPDATE ON 15 Oct 2026 AT 16:00:00 BY HOWARDT VERSION 30   *!@30A
000056*    AN APKZIPC CARD GIVES, PER REPORT NUMBER, THE COLUMN AND    *!@30A
000056*    LENGTH OF THE ZIP CODE ON THE TOP-OF-FORM HEADING LINE,     *!@30A
000056*    THE SAME WAY APKACTC LOCATES THE ACCOUNT. THE ZIP IS        *!@30A
000056*    CARRIED ON EACH PAGE'S APKNDXV RECORD (NDXV-ZIPCODE, OUT OF *!@30A
000056*    THE TRAILING FILLER) FOR THE APKPSORT POSTAL PRESORT STEP.  *!@30A
000057* LAST UPDATE ON 15 Oct 2026 AT 14:00:00 BY HOWARDT VERSION 29   *!@29A
000057*    LOOK EACH PAGE'S ACCOUNT UP IN THE KEYED APKRTNH RETURNED-  *!@29A
000057*    MAIL HISTORY TOO: AN ACCOUNT APKRTML HAS HELD FOR A BAD     *!@29A
000057*    ADDRESS HAS ITS PRINTED PAGES MARKED R ON APKNDXV, SO THE   *!@29A
000057*    APKEDLV STEP KEEPS ITS STATEMENTS OUT OF THE MAIL. THOSE    *!@29A
000057*    PAGES ARE COUNTED ON A W RECORD BEHIND EACH REPORT'S END    *!@29A
000057*    RECORD. A PAPERLESS ACCOUNT STAYS PAPERLESS.                *!@29A
000058* LAST UPDATE ON 15 Oct 2026 AT 09:00:00 BY HOWARDT VERSION 28   *!@28A
000058*    LOOK EACH PAGE'S ACCOUNT UP IN THE KEYED APKDPRF DELIVERY   *!@28A
000058*    PREFERENCE FILE AND CARRY THE RESULT ON THE APKNDXV RECORD  *!@28A
000058*    (NDXV-DELIVERY, E FOR PAPERLESS, OUT OF THE TRAILING        *!@28A
000058*    FILLER), SO THE APKEDLV STEP AFTER ACIF CAN ROUTE THE       *!@28A
000058*    PAPERLESS GROUPS TO THE ELECTRONIC-PRESENTMENT DATASET.     *!@28A
000058*    E-DELIVERED PAGES ARE COUNTED SEPARATELY: A V RECORD ON     *!@28A
000058*    APKBSUM BEHIND EACH END RECORD, AND DACC-EPAGECNT ON THE    *!@28A
000058*    ACCOUNTING RECORD (DACC-PAGECNT STAYS THE TOTAL). AN        *!@28A
000058*    ABSENT PREFERENCE FILE DELIVERS EVERY PAGE ON PAPER.        *!@28A
000059* LAST UPDATE ON 2 Sep 2026 AT 13:00:00 BY HOWARDT VERSION 27   *!@27A
000059*    CLOSE EACH CONTRIBUTION FILE (APKBSUM, APKDELG, APKDACC)     *!@27A
000059*    WITH A *TRAILER RECORD CARRYING THE COUNT OF RECORDS THIS    *!@27A
003928               card, or a heading line too short for its          !@26A
003928               field, indexes with a blank account.               !@26A
003928
003928               Optionally allocate a DD named APKZIPC with one    !@30A
003928               80-byte card per report number, in the APKACTC     !@30A
003928               layout: the report number in columns 1-3, the ZIP  !@30A
003928               code's starting column on the top-of-form heading  !@30A
003928               line (4 digits) in columns 5-8, and its length (2  !@30A
003928               digits, at most 10) in columns 10-11. The ZIP is   !@30A
003928               carried on the page's APKNDXV record, where the    !@30A
003928               APKPSORT postal presort step after ACIF finds      !@30A
003928               each statement's ZIP by its first page. A report   !@30A
003928               with no card, or a heading line too short for its  !@30A
003928               field, carries a blank ZIP and is sorted as mixed  !@30A
003928               mail.                                              !@30A
003928
003928               Optionally allocate a DD named APKCMPC with the    !@31A
003928               statement message campaigns, 80-byte cards of      !@31A
003928               three kinds, each carrying the campaign id in      !@31A
003928               columns 3-10 (cards with * in column 1 are         !@31A
003928               comments). A C card in column 1 defines the        !@31A
003928               campaign: its start and end dates (YYYYMMDD) in    !@31A
003928               columns 12-19 and 21-28, P (page segment) or T     !@31A
003928               (text) in column 30, the page segment name in      !@31A
003928               columns 32-39, and two 4-digit positions in        !@31A
003928               columns 41-44 and 46-49. For a page segment these  !@31A
003928               are its across and down offsets in 1/240 inch,     !@31A
003928               as the summary logo's; it is inserted after the    !@31A
003928               statement's last heading line. For text they are   !@31A
003928               the column (the carriage control byte being        !@31A
003928               column 1, as on the APKDELC cards) and the line    !@31A
003928               of the statement's first page, and the text is     !@31A
003928               columns 12-80 of the campaign's T card, placed     !@31A
003928               only where those columns are blank. Each S card    !@31A
003928               selects statements for the campaign: the report    !@31A
003928               number in columns 12-14 (blank or *** for any),    !@31A
003928               D (department range), A (account range) or blank   !@31A
003928               (the whole report) in column 16, and the low and   !@31A
003928               high ends in columns 18-37 and 39-58 (a blank high !@31A
003928               end leaves the range open). T and S cards follow   !@31A
003928               their C card. A statement begins at a page whose   !@31A
003928               report number or APKACTC account differs from the  !@31A
003928               page before, and takes the first campaign in the   !@31A
003928               member in effect on the run date with a selection  !@31A
003928               matching it.                                       !@31A
003928
003928               A DD named APKCMPN is required for the campaign    !@31A
003928               impression contribution, 80-byte records appended  !@31A
003928               one per statement a campaign was chosen for,       !@31A
003928               marked P when the message was placed and N when it !@31A
003928               could not be, and closed with a trailer; the       !@31A
003928               collector merges it into the shared file the       !@31A
003928               APKCMPR campaign report reads.                     !@31A
003928
003928               Optionally allocate a DD named APKSTSC with the    !@32A
003928               statement suppression rules, 80-byte cards (* in   !@32A
003928               column 1 for a comment), each one condition of a   !@32A
003928               rule: the report number in columns 1-3, the rule   !@32A
003928               id in columns 5-12, the condition in column 14 -   !@32A
003928               P when the phrase in columns 18-47 must appear, A  !@32A
003928               when it must not, F for an amount - and in column  !@32A
003928               16 where to look: H the heading lines, S the       !@32A
003928               lines of a summary page from its last heading      !@32A
003928               line on, blank both. An F card's phrase picks the  !@32A
003928               line; the amount is in the columns given by the    !@32A
003928               3-digit column in 49-51 (the carriage control      !@32A
003928               byte being column 1, as on the APKDELC cards) and  !@32A
003928               the 2-digit length in 53-54, compared by EQ, NE,   !@32A
003928               GT, LT, GE or LE in columns 56-57 with the amount  !@32A
003928               in columns 59-76. An amount may carry commas, a    !@32A
003928               dollar sign, a decimal point, and a minus sign or  !@32A
003928               a trailing CR. A rule's cards go together, and a   !@32A
003928               statement of the report is suppressed when every   !@32A
003928               condition of one of its rules holds across the     !@32A
003928               statement; the first such rule in the member       !@32A
003928               names the suppression. A card in error disables    !@32A
003928               its whole rule, with a warning. Only a statement   !@32A
003928               mailed on paper is suppressed: paperless and       !@32A
003928               held statements keep their own route.              !@32A
003928
003928               A statement begins at a page whose report number   !@32A
003928               or APKACTC account differs from the page before.   !@32A
003928               A DD named APKSSUP is required for the suppressed  !@32A
003928               statements, 80-byte records written fresh each     !@32A
003928               run: the first and last page (the Begin Page       !@32A
003928               ordinal APKNDXV is keyed by), report number and    !@32A
003928               date, account, rule id, and page count. The        !@32A
003928               APKEDLV step after ACIF takes those statements     !@32A
003928               out of the mail; the archive, built from the ACIF  !@32A
003928               output, still has them. Their pages are counted    !@32A
003928               on a U record of their own behind each report's    !@32A
003928               end record on APKBSUM.                             !@32A
003928
003928               Optionally allocate a DD named APKSERC with one    !@33A
003928               80-byte card per report number, in the APKACTC     !@33A
003928               layout: the report number in columns 1-3, the      !@33A
003928               serial number's starting column on the top-of-form !@33A
003928               heading line (4 digits) in columns 5-8, and its    !@33A
003928               length (2 digits, at most 12) in columns 10-11.    !@33A
003928               The serial printed on each page of a check or      !@33A
003928               draft run is carried on the page's APKNDXV record, !@33A
003928               where the APKSERV serial control step after ACIF   !@33A
003928               checks it against the register of the serials      !@33A
003928               already issued. A report with no card, or a        !@33A
003928               heading line too short for its field, carries a    !@33A
003928               blank serial and is not controlled.                !@33A
003928
003929               A DD named APKNDXV is required for the per-page    !@18A
003929               index value work file, a keyed (VSAM) file with    !@18A
003929               80-byte records and an 8-byte page-number key at   !@18A
003929               fields: a banner page has no index values, and     !@18A
003929               its extra Begin Page shifts the page numbering     !@25C
003929               off the tagging step's count.                      !@25C
003898
003899               Optionally allocate a DD named APKDPRF for the     !@28A
003900               customer delivery-preference file, a keyed (VSAM)  !@28A
003901               file of 80-byte records with the 20-byte account   !@28A
003902               number as its key at offset 0, read only. Column   !@28A
003903               22 gives the delivery method (E for paperless,     !@28A
003904               anything else paper) and columns 24-31 the date    !@28A
003905               (YYYYMMDD) the method takes effect, blank for at   !@28A
003906               once. Every page whose captured account has an E   !@28A
003907               record in effect on the run date is marked         !@28A
003908               paperless on its                                   !@28A
003909               APKNDXV record, for the APKEDLV step after ACIF to !@28A
003910               divert its group to the electronic-presentment     !@28A
003911               dataset. Those pages are also counted apart: a     !@28A
003912               V record follows each report's end record on       !@28A
003913               APKBSUM with the e-delivered page count, and the   !@28A
003914               accounting record carries the department's         !@28A
003915               e-delivered pages beside its total. An absent      !@28A
003916               file, or a page with no account, means paper.      !@28A
003917
003918               Optionally allocate a DD named APKRTNH for the     !@29A
003919               returned-mail history APKRTML keeps, a keyed       !@29A
003920               (VSAM) file of 120-byte records with the 20-byte   !@29A
003921               account number as its key at offset 0, read only.  !@29A
003922               A page whose account is held there for a bad       !@29A
003923               address (H in column 21) is marked R on its        !@29A
003924               APKNDXV record instead of paper, and APKEDLV       !@29A
003925               holds its group out of the print stream. Those     !@29A
003926               pages are counted on a W record behind each        !@29A
003927               report's end record on APKBSUM. An absent file     !@29A
003928               holds nothing.                                     !@29A
003929
003930               Optionally allocate a DD named APKBANC with a      !@15A
003930               single 80-byte control card; column 1 of 'Y'       !@15A
092029         ORGANIZATION SEQUENTIAL.                                 !@20A
092029     SELECT ACCT-CTL-FILE ASSIGN TO APKACTC                       !@26A
092029         ORGANIZATION SEQUENTIAL.                                 !@26A
092029     SELECT ZIP-CTL-FILE ASSIGN TO APKZIPC                        !@30A
092029         ORGANIZATION SEQUENTIAL.                                 !@30A
092029     SELECT SERL-CTL-FILE ASSIGN TO APKSERC                       !@33A
092029         ORGANIZATION SEQUENTIAL.                                 !@33A
092029     SELECT CMPN-CTL-FILE ASSIGN TO APKCMPC                       !@31A
092029         ORGANIZATION SEQUENTIAL.                                 !@31A
092029     SELECT CIMP-FILE ASSIGN TO APKCMPN                           !@31A
092029         ORGANIZATION SEQUENTIAL.                                 !@31A
092029     SELECT STSC-CTL-FILE ASSIGN TO APKSTSC                       !@32A
092029         ORGANIZATION SEQUENTIAL.                                 !@32A
092029     SELECT SSUP-FILE ASSIGN TO APKSSUP                           !@32A
092029         ORGANIZATION SEQUENTIAL.                                 !@32A
092030     SELECT NDXV-FILE ASSIGN TO APKNDXV                           !@18A
092032         ORGANIZATION INDEXED                                     !@18A
092034         ACCESS MODE DYNAMIC                                      !@18A
092036         RECORD KEY IS NDXV-PAGENUM                               !@18A
092038         FILE STATUS IS NDXV-STATUS.                              !@18A
007490     SELECT DPRF-FILE ASSIGN TO APKDPRF                           !@28A
007491         ORGANIZATION INDEXED                                     !@28A
007492         ACCESS MODE RANDOM                                       !@28A
007493         RECORD KEY IS DPRF-ACCTNO                                !@28A
007494         FILE STATUS IS DPRF-STATUS.                              !@28A
007495     SELECT RTNH-FILE ASSIGN TO APKRTNH                           !@29A
007496         ORGANIZATION INDEXED                                     !@29A
007497         ACCESS MODE RANDOM                                       !@29A
007498         RECORD KEY IS RTNH-ACCTNO                                !@29A
007499         FILE STATUS IS RTNH-STATUS.                              !@29A
007500     EJECT
007600 DATA DIVISION.
007650 FILE SECTION.                                                    !@02A
092223     05  DACC-DEPT           PIC 9(4).                            !@14A
092224     05  DACC-REPTNUM        PIC XXX.                             !@14A
092225     05  DACC-PAGECNT        PIC 9(8).                            !@14A
092226     05  DACC-EPAGECNT       PIC 9(8).                            !@28A
092226     05  FILLER              PIC X(41).                           !@28C
092227     EJECT                                                        !@15A
092228* one card switching the per-report banner page on ('Y' in       !@15A
092229* column 1) or off (anything else), the same switch style as     !@15A
092236     05  FILLER              PIC X.                               !@26A
092236     05  ACTL-LEN            PIC 9(2).                            !@26A
092236     05  FILLER              PIC X(69).                           !@26A
092236* one card per report number, giving the column and length of     !@30A
092236* the ZIP code on that report's top-of-form heading line.         !@30A
092236 FD  ZIP-CTL-FILE                                                 !@30A
092236     LABEL RECORDS STANDARD                                       !@30A
092236     RECORDING MODE F                                             !@30A
092236     BLOCK CONTAINS 0                                             !@30A
092236     RECORD CONTAINS 80 CHARACTERS.                               !@30A
092236 01  ZIP-CTL-CARD.                                                !@30A
092236     05  ZCTL-RPTNUM         PIC XXX.                             !@30A
092236     05  FILLER              PIC X.                               !@30A
092236     05  ZCTL-COL            PIC 9(4).                            !@30A
092236     05  FILLER              PIC X.                               !@30A
092236     05  ZCTL-LEN            PIC 9(2).                            !@30A
092236     05  FILLER              PIC X(69).                           !@30A
092236* one card per report number, giving the column and length of     !@33A
092236* the serial number on that report's top-of-form heading line.    !@33A
092236 FD  SERL-CTL-FILE                                                !@33A
092236     LABEL RECORDS STANDARD                                       !@33A
092236     RECORDING MODE F                                             !@33A
092236     BLOCK CONTAINS 0                                             !@33A
092236     RECORD CONTAINS 80 CHARACTERS.                               !@33A
092236 01  SERL-CTL-CARD.                                               !@33A
092236     05  NCTL-RPTNUM         PIC XXX.                             !@33A
092236     05  FILLER              PIC X.                               !@33A
092236     05  NCTL-COL            PIC 9(4).                            !@33A
092236     05  FILLER              PIC X.                               !@33A
092236     05  NCTL-LEN            PIC 9(2).                            !@33A
092236     05  FILLER              PIC X(69).                           !@33A
092237     EJECT                                                        !@18A
092238* one record per page, keyed by page number, carrying the page's  !@18A
092239* index values across to APKOUTXT in the same ACIF pass.          !@18A
092246     05  NDXV-REPTDATE       PIC X(8).                            !@18A
092247     05  NDXV-DEPT           PIC 9(4).                            !@18A
092247     05  NDXV-ACCTNO         PIC X(20).                           !@26A
092248     05  NDXV-DELIVERY       PIC X.                               !@28A
092248     05  NDXV-ZIPCODE        PIC X(10).                           !@30A
092248     05  NDXV-SERIAL         PIC X(12).                           !@33A
092248     05  FILLER              PIC X(14).                           !@33C
092248* one record per customer account, keyed by account number,       !@28A
092248* giving the delivery method in effect from its date.             !@28A
092248 FD  DPRF-FILE                                                    !@28A
092248     LABEL RECORDS STANDARD                                       !@28A
092248     RECORD CONTAINS 80 CHARACTERS.                               !@28A
092248 01  DPRF-RECORD.                                                 !@28A
092248     05  DPRF-ACCTNO         PIC X(20).                           !@28A
092248     05  FILLER              PIC X.                               !@28A
092248     05  DPRF-METHOD         PIC X.                               !@28A
092248         88  DPRF-PAPERLESS  VALUE 'E'.                           !@28A
092248     05  FILLER              PIC X.                               !@28A
092248     05  DPRF-EFFDATE        PIC 9(8).                            !@28A
092248     05  FILLER              PIC X(49).                           !@28A
092248* one record per account with mail returned undeliverable,        !@29A
092248* kept by APKRTML; only the hold status is needed here.           !@29A
092248 FD  RTNH-FILE                                                    !@29A
092248     LABEL RECORDS STANDARD                                       !@29A
092248     RECORD CONTAINS 120 CHARACTERS.                              !@29A
092248 01  RTNH-RECORD.                                                 !@29A
092248     05  RTNH-ACCTNO         PIC X(20).                           !@29A
092248     05  RTNH-STATUS-CODE    PIC X.                               !@29A
092248         88  RTNH-HELD       VALUE 'H'.                           !@29A
092248     05  FILLER              PIC X(99).                           !@29A
092248* the statement message campaign cards, described with their      !@31A
092248* layout under CMPN-CTL-CARD.                                     !@31A
092248 FD  CMPN-CTL-FILE                                                !@31A
092248     LABEL RECORDS STANDARD                                       !@31A
092248     RECORDING MODE F                                             !@31A
092248     BLOCK CONTAINS 0                                             !@31A
092248     RECORD CONTAINS 80 CHARACTERS.                               !@31A
092248 01  CMPN-CTL-RECORD         PIC X(80).                           !@31A
092248* one record per statement a campaign was chosen for, appended    !@31A
092248* through the run: the campaign and selection that took the       !@31A
092248* statement, and whether its message was placed, for the APKCMPR  !@31A
092248* campaign report.                                                !@31A
092248 FD  CIMP-FILE                                                    !@31A
092248     LABEL RECORDS STANDARD                                       !@31A
092248     RECORDING MODE F                                             !@31A
092248     BLOCK CONTAINS 0                                             !@31A
092248     RECORD CONTAINS 80 CHARACTERS.                               !@31A
092248 01  CIMP-RECORD.                                                 !@31A
092248     05  CIMP-ID             PIC X(8).                            !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-SELNUM         PIC 9(4).                            !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-STATUS         PIC X.                               !@31A
092248         88  CIMP-PLACED     VALUE 'P'.                           !@31A
092248         88  CIMP-NOTPLACED  VALUE 'N'.                           !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-ACCTNO         PIC X(20).                           !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-REPTNUM        PIC XXX.                             !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-DEPT           PIC 9(4).                            !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-PAGENUM        PIC 9(8).                            !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-JOBID          PIC X(8).                            !@31A
092248     05  FILLER              PIC X.                               !@31A
092248     05  CIMP-RUNDATE        PIC 9(8).                            !@31A
092248     05  FILLER              PIC X(8).                            !@31A
092248* the statement suppression rule cards, described with their      !@32A
092248* layout under STSC-CTL-CARD.                                     !@32A
092248 FD  STSC-CTL-FILE                                                !@32A
092248     LABEL RECORDS STANDARD                                       !@32A
092248     RECORDING MODE F                                             !@32A
092248     BLOCK CONTAINS 0                                             !@32A
092248     RECORD CONTAINS 80 CHARACTERS.                               !@32A
092248 01  STSC-CTL-RECORD         PIC X(80).                           !@32A
092248* one record per statement the suppression rules took, for the    !@32A
092248* APKEDLV step to take out of the mail: its first and last page   !@32A
092248* by Begin Page ordinal, the rule that took it, and its pages.    !@32A
092248 FD  SSUP-FILE                                                    !@32A
092248     LABEL RECORDS STANDARD                                       !@32A
092248     RECORDING MODE F                                             !@32A
092248     BLOCK CONTAINS 0                                             !@32A
092248     RECORD CONTAINS 80 CHARACTERS.                               !@32A
092248 01  SSUP-RECORD.                                                 !@32A
092248     05  SSUP-FIRST-PAGE     PIC 9(8).                            !@32A
092248     05  FILLER              PIC X.                               !@32A
092248     05  SSUP-LAST-PAGE      PIC 9(8).                            !@32A
092248     05  FILLER              PIC X.                               !@32A
092248     05  SSUP-REPTNUM        PIC XXX.                             !@32A
092248     05  FILLER              PIC X.                               !@32A
092248     05  SSUP-REPTDATE       PIC X(8).                            !@32A
092248     05  FILLER              PIC X.                               !@32A
092248     05  SSUP-ACCTNO         PIC X(20).                           !@32A
092248     05  FILLER              PIC X.                               !@32A
092248     05  SSUP-RULE-ID        PIC X(8).                            !@32A
092248     05  FILLER              PIC X.                               !@32A
092248     05  SSUP-PAGECNT        PIC 9(8).                            !@32A
092248     05  FILLER              PIC X(11).                           !@32A
092249     EJECT                                                        !@08A
007790 WORKING-STORAGE SECTION.
007800 77  PGMNAME                 PIC X(8) VALUE 'APKINPXT'.
092242* break, so it matches the output exit's running Begin Page       !@18A
092242* count across the whole stream.                                  !@18A
092242 77  NDXV-SEQ                PIC 9(8) BINARY VALUE ZERO.           !@18A
092242* the delivery preference lookup: whether the file could be       !@28A
092242* opened, the last account looked up and its answer (a statement's!@28A
092242* pages share an account, so one read serves them all), the       !@28A
092242* current page's delivery method, and the run date the            !@28A
092242* preference's effective date is judged against.                  !@28A
092242 77  DPRF-STATUS             PIC XX VALUE SPACES.                 !@28A
092242 77  DPRF-OPEN-FLAG          PIC X VALUE LOW-VALUE.               !@28A
092242     88  DPRF-OPEN           VALUE HIGH-VALUE.                    !@28A
092242     88  DPRF-NOTOPEN        VALUE LOW-VALUE.                     !@28A
092242 77  DPRF-LAST-ACCTNO        PIC X(20) VALUE LOW-VALUES.          !@28A
092242 77  DPRF-LAST-METHOD        PIC X VALUE 'P'.                     !@28A
092242 77  PAGE-DELIVERY           PIC X VALUE 'P'.                     !@28A
092242     88  PAGE-PAPERLESS      VALUE 'E'.                           !@28A
092242     88  PAGE-PAPER          VALUE 'P'.                           !@28A
092242     88  PAGE-RETURNED       VALUE 'R'.                           !@29A
092242 77  WS-DPRFDATE             PIC 9(8) VALUE ZERO.                 !@28A
092242* e-delivered pages in the logical report now being numbered,     !@28A
092242* written as the V record behind the report's end record.         !@28A
092242 77  EDLV-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@28A
092242* the returned-mail hold lookup, kept the same way as the         !@29A
092242* preference lookup, and the pages it held in the logical         !@29A
092242* report now being numbered (the W record).                       !@29A
092242 77  RTNH-STATUS             PIC XX VALUE SPACES.                 !@29A
092242 77  RTNH-OPEN-FLAG          PIC X VALUE LOW-VALUE.               !@29A
092242     88  RTNH-OPEN           VALUE HIGH-VALUE.                    !@29A
092242     88  RTNH-NOTOPEN        VALUE LOW-VALUE.                     !@29A
092242 77  RTNH-LAST-ACCTNO        PIC X(20) VALUE LOW-VALUES.          !@29A
092242 77  RTNH-LAST-HELD          PIC X VALUE 'N'.                     !@29A
092242 77  RTSH-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@29A
092243 01  DEPT-ACCT-TABLE.                                             !@14A
092244     05  DA-ENTRY            OCCURS 100 TIMES                     !@14A
092245                             DEPENDING ON DACC-CNTR               !@14A
092247         10  DA-DEPT         PIC 9(4).                            !@14A
092248         10  DA-REPTNUM      PIC XXX.                             !@14A
092249         10  DA-PAGECNT      PIC 9(8) BINARY.                     !@14A
092248         10  DA-EPAGECNT     PIC 9(8) BINARY.                     !@28A
092249* shift-out/shift-in awareness for SOSI print files: the mode     !@19A
092250* switch, the scan state used to find single-byte spans and to    !@19A
092251* keep matches off double-byte text, and the stamp phrase and     !@19A
013970         10  ACCT-RPTNUM     PIC XXX.                             !@26A
013972         10  ACCT-COL        PIC 9(4) BINARY.                     !@26A
013974         10  ACCT-LEN        PIC 9(4) BINARY.                     !@26A
014034* the per-report ZIP code field table, loaded once at job start  !@30A
014094* by 0081-LOAD-ZIP-TABLE from the APKZIPC control file, and the   !@30A
014120* ZIP captured from the current page's heading.                   !@30A
014215 77  ZIP-CTL-EOF-FLAG        PIC X VALUE LOW-VALUE.               !@30A
014275     88  ZIP-CTL-EOF         VALUE HIGH-VALUE.                    !@30A
014336     88  ZIP-CTL-NOTEOF      VALUE LOW-VALUE.                     !@30A
014396 77  ZIP-CNTR                PIC 9(4) BINARY VALUE ZERO.          !@30A
014456 77  ZIP-END-COL             PIC 9(8) BINARY VALUE ZERO.          !@30A
014517 77  PAGE-ZIPCODE            PIC X(10) VALUE SPACES.              !@30A
014577 01  ZIPCODE-TABLE.                                               !@30A
014637     05  ZIP-ENTRY           OCCURS 20 TIMES                      !@30A
014698                             DEPENDING ON ZIP-CNTR                !@30A
014758                             INDEXED BY ZIP-INDEX.                !@30A
014759         10  ZIP-RPTNUM      PIC XXX.                             !@30A
014760         10  ZIP-COL         PIC 9(4) BINARY.                     !@30A
014762         10  ZIP-LEN         PIC 9(4) BINARY.                     !@30A
014763* the per-report serial number field table, loaded once at job    !@33A
014764* start by 0071-LOAD-SERIAL-TABLE from the APKSERC control file,  !@33A
014766* and the serial captured from the current page's heading.        !@33A
014767 77  SERL-CTL-EOF-FLAG       PIC X VALUE LOW-VALUE.               !@33A
014768     88  SERL-CTL-EOF        VALUE HIGH-VALUE.                    !@33A
014770     88  SERL-CTL-NOTEOF     VALUE LOW-VALUE.                     !@33A
014771 77  SERL-CNTR               PIC 9(4) BINARY VALUE ZERO.          !@33A
014772 77  SERL-END-COL            PIC 9(8) BINARY VALUE ZERO.          !@33A
014774 77  PAGE-SERIAL             PIC X(12) VALUE SPACES.              !@33A
014775 01  SERIAL-TABLE.                                                !@33A
014777     05  SERL-ENTRY          OCCURS 20 TIMES                      !@33A
014778                             DEPENDING ON SERL-CNTR               !@33A
014779                             INDEXED BY SERL-INDEX.               !@33A
014781         10  SERL-RPTNUM     PIC XXX.                             !@33A
014782         10  SERL-COL        PIC 9(4) BINARY.                     !@33A
014783         10  SERL-LEN        PIC 9(4) BINARY.                     !@33A
014785* the statement message campaigns, loaded once at job start by    !@31A
014786* 0600-LOAD-CAMPAIGNS from the APKCMPC control file, with their   !@31A
014787* selections numbered within each campaign in card order; the     !@31A
014789* statement now open; the campaign chosen for its first page and  !@31A
014790* whether its message still waits for its line (T) or for the     !@31A
014792* insert behind the last heading line (P); and the impressions    !@31A
014793* recorded.                                                       !@31A
014794 77  CMPC-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@31A
014796     88  CMPC-EOF            VALUE HIGH-VALUE.                    !@31A
014797     88  CMPC-NOTEOF         VALUE LOW-VALUE.                     !@31A
014798 77  CMPC-CARD-FLAG          PIC X VALUE 'Y'.                     !@31A
014800     88  CMPC-CARD-OK        VALUE 'Y'.                           !@31A
014801     88  CMPC-CARD-BAD       VALUE 'N'.                           !@31A
014802 77  CMPN-CNTR               PIC 9(4) BINARY VALUE ZERO.          !@31A
014804 77  CSEL-CNTR               PIC 9(4) BINARY VALUE ZERO.          !@31A
014805 77  CMPN-FOUND-FLAG         PIC X VALUE LOW-VALUE.               !@31A
014806     88  CMPN-FOUND          VALUE HIGH-VALUE.                    !@31A
014808     88  CMPN-NOTFOUND       VALUE LOW-VALUE.                     !@31A
014809 77  CMPN-THIS               PIC 9(4) BINARY VALUE ZERO.          !@31A
014811 77  CMPN-CURR               PIC 9(4) BINARY VALUE ZERO.          !@31A
014812 77  CMPN-CURR-SEL           PIC 9(4) BINARY VALUE ZERO.          !@31A
014813 77  CMPN-PENDING-FLAG       PIC X VALUE 'N'.                     !@31A
014815     88  CMPN-NONE-PENDING   VALUE 'N'.                           !@31A
014816     88  CMPN-PSEG-PENDING   VALUE 'P'.                           !@31A
014817     88  CMPN-TEXT-PENDING   VALUE 'T'.                           !@31A
014819 77  CMPN-RESULT             PIC X VALUE SPACE.                   !@31A
014820 77  CMPN-SCAN-PTR           PIC 9(4) BINARY VALUE ZERO.          !@31A
014821 77  CMPN-CHK-LEN            PIC 9(4) BINARY VALUE ZERO.          !@31A
014823 77  CMPN-END-COL            PIC 9(8) BINARY VALUE ZERO.          !@31A
014824 77  STMT-REPTNUM            PIC XXX VALUE LOW-VALUES.            !@31A
014826 77  STMT-ACCTNO             PIC X(20) VALUE LOW-VALUES.          !@31A
014827 77  STMT-DEPT               PIC 9(4) VALUE ZERO.                 !@31A
014828 77  STMT-PAGENUM            PIC 9(8) BINARY VALUE ZERO.          !@31A
014830 77  CIMP-WRITE-CNTR         PIC 9(8) BINARY VALUE ZERO.          !@31A
014831 77  CIMP-PLACED-CNTR        PIC 9(8) BINARY VALUE ZERO.          !@31A
014832 77  CIMP-MISSED-CNTR        PIC 9(8) BINARY VALUE ZERO.          !@31A
014834 77  CIMP-DISP               PIC ZZ,ZZZ,ZZ9.                      !@31A
014835* whether an insert callback at the last heading line is for the  !@31A
014836* summary logo, and whether this call presents an input record or !@31A
014838* a record this exit asked to insert.                             !@31A
014839 77  LOGO-INSERT-FLAG        PIC X VALUE LOW-VALUE.               !@31A
014841     88  LOGO-INSERT-PENDING VALUE HIGH-VALUE.                    !@31A
014842     88  LOGO-INSERT-DONE    VALUE LOW-VALUE.                     !@31A
014843 77  CALLBACK-FLAG           PIC X VALUE LOW-VALUE.               !@31A
014845     88  CALLBACK-ENTRY      VALUE HIGH-VALUE.                    !@31A
014846     88  RECORD-ENTRY        VALUE LOW-VALUE.                     !@31A
014847 01  CAMPAIGN-TABLE.                                              !@31A
014849     05  CMPN-ENTRY          OCCURS 50 TIMES                      !@31A
014850                             DEPENDING ON CMPN-CNTR               !@31A
014851                             INDEXED BY CMPN-INDEX.               !@31A
014853         10  CMPN-ID         PIC X(8).                            !@31A
014854         10  CMPN-START      PIC 9(8).                            !@31A
014855         10  CMPN-END        PIC 9(8).                            !@31A
014857         10  CMPN-KIND       PIC X.                               !@31A
014858             88  CMPN-IS-PSEG        VALUE 'P'.                   !@31A
014860             88  CMPN-IS-TEXT        VALUE 'T'.                   !@31A
014861         10  CMPN-PSEG       PIC X(8).                            !@31A
014862         10  CMPN-ACROSS     PIC 9(4) BINARY.                     !@31A
014864         10  CMPN-DOWN       PIC 9(4) BINARY.                     !@31A
014865         10  CMPN-SELS       PIC 9(4) BINARY.                     !@31A
014866         10  CMPN-TEXT-LEN   PIC 9(4) BINARY.                     !@31A
014868         10  CMPN-TEXT       PIC X(69).                           !@31A
014869 01  SELECTION-TABLE.                                             !@31A
014870     05  CSEL-ENTRY          OCCURS 200 TIMES                     !@31A
014872                             DEPENDING ON CSEL-CNTR               !@31A
014873                             INDEXED BY CSEL-INDEX.               !@31A
014875         10  CSEL-CMPN       PIC 9(4) BINARY.                     !@31A
014876         10  CSEL-SEQ        PIC 9(4) BINARY.                     !@31A
014877         10  CSEL-RPTNUM     PIC XXX.                             !@31A
014879         10  CSEL-TYPE       PIC X.                               !@31A
014880             88  CSEL-BY-REPORT      VALUE SPACE.                 !@31A
014881             88  CSEL-BY-DEPT        VALUE 'D'.                   !@31A
014883             88  CSEL-BY-ACCT        VALUE 'A'.                   !@31A
014884         10  CSEL-LOW        PIC X(20).                           !@31A
014885         10  CSEL-HIGH       PIC X(20).                           !@31A
014887* the IPS data for a campaign page segment, laid out as PSEG-DATA !@31A
014888* but positioned at the campaign's own offsets.                   !@31A
014890 01  CMPN-PSEG-DATA.                                              !@31A
014891     05  CPSG-NAME           PIC X(8) VALUE SPACES.               !@31A
014892     05  CPSG-X-OFFSET.                                           !@31A
014894         10  FILLER          PIC X VALUE LOW-VALUE.               !@31A
014895         10  CPSG-X-COORD    PIC 9(4) BINARY VALUE ZERO.          !@31A
014896     05  CPSG-Y-OFFSET.                                           !@31A
014898         10  FILLER          PIC X VALUE LOW-VALUE.               !@31A
014899         10  CPSG-Y-COORD    PIC 9(4) BINARY VALUE ZERO.          !@31A
014900* the statement suppression rules, loaded once at job start by    !@32A
014902* 0700-LOAD-STMT-RULES from the APKSTSC control file, one entry   !@32A
014903* per condition card with the cards of each rule together and     !@32A
014904* its first and last card marked; the statement now open, whose   !@32A
014906* conditions are judged line by line; and the statements and      !@32A
014907* pages suppressed, the pages by report for the U record.         !@32A
014909 77  STSC-EOF-FLAG           PIC X VALUE LOW-VALUE.               !@32A
014910     88  STSC-EOF            VALUE HIGH-VALUE.                    !@32A
014911     88  STSC-NOTEOF         VALUE LOW-VALUE.                     !@32A
014913 77  STSC-CARD-FLAG          PIC X VALUE 'Y'.                     !@32A
014914     88  STSC-CARD-OK        VALUE 'Y'.                           !@32A
014915     88  STSC-CARD-BAD       VALUE 'N'.                           !@32A
014917 77  STSR-CNTR               PIC 9(4) BINARY VALUE ZERO.          !@32A
014918 77  STSR-FOUND-FLAG         PIC X VALUE LOW-VALUE.               !@32A
014919     88  STSR-FOUND          VALUE HIGH-VALUE.                    !@32A
014921     88  STSR-NOTFOUND       VALUE LOW-VALUE.                     !@32A
014922 77  STSP-ACTIVE-FLAG        PIC X VALUE LOW-VALUE.               !@32A
014924     88  STSP-ACTIVE         VALUE HIGH-VALUE.                    !@32A
014925     88  STSP-NOTACTIVE      VALUE LOW-VALUE.                     !@32A
014926 77  STSP-SUMMARY-FLAG       PIC X VALUE LOW-VALUE.               !@32A
014928     88  STSP-SUMMARY-PAGE   VALUE HIGH-VALUE.                    !@32A
014929     88  STSP-NOT-SUMMARY    VALUE LOW-VALUE.                     !@32A
014930 77  STSP-RULE-FLAG          PIC X VALUE 'N'.                     !@32A
014932     88  STSP-RULE-MET       VALUE 'Y'.                           !@32A
014933     88  STSP-RULE-FAILED    VALUE 'N'.                           !@32A
014934 77  STSP-MATCH-FLAG         PIC X VALUE LOW-VALUE.               !@32A
014936     88  STSP-MATCHED        VALUE HIGH-VALUE.                    !@32A
014937     88  STSP-NOTMATCHED     VALUE LOW-VALUE.                     !@32A
014939 77  STSP-REPTNUM            PIC XXX VALUE LOW-VALUES.            !@32A
014940 77  STSP-REPTDATE           PIC X(8) VALUE SPACES.               !@32A
014941 77  STSP-ACCTNO             PIC X(20) VALUE LOW-VALUES.          !@32A
014942 77  STSP-RULE-ID            PIC X(8) VALUE SPACES.               !@32A
014943 77  STSP-FIRST-PAGE         PIC 9(8) BINARY VALUE ZERO.          !@32A
014944 77  STSP-LAST-PAGE          PIC 9(8) BINARY VALUE ZERO.          !@32A
014945 77  STSP-TALLY              PIC 9(4) BINARY VALUE ZERO.          !@32A
014946 77  STSP-END-COL            PIC 9(8) BINARY VALUE ZERO.          !@32A
014947 77  STSP-STMT-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@32A
014948 77  STSP-PAGE-CNTR          PIC 9(8) BINARY VALUE ZERO.          !@32A
014949 77  STSP-JOB-PAGES          PIC 9(8) BINARY VALUE ZERO.          !@32A
014950 77  STSP-DISP               PIC ZZ,ZZZ,ZZ9.                      !@32A
014951* an amount as printed, taken apart a character at a time.        !@32A
014952 77  STSP-SCAN-PTR           PIC 9(4) BINARY VALUE ZERO.          !@32A
014953 77  STSP-AMT-CNTR           PIC 9(4) BINARY VALUE ZERO.          !@32A
014954 77  STSP-DEC-CNTR           PIC 9(4) BINARY VALUE ZERO.          !@32A
014955 77  STSP-DIGITS             PIC 9(15) VALUE ZERO.                !@32A
014956 77  STSP-AMOUNT             PIC S9(13)V99 VALUE ZERO.            !@32A
014957 77  STSP-AMT-FLAG           PIC X VALUE 'Y'.                     !@32A
014958     88  STSP-AMT-OK         VALUE 'Y'.                           !@32A
014959     88  STSP-AMT-BAD        VALUE 'N'.                           !@32A
014960 77  STSP-SIGN-FLAG          PIC X VALUE '+'.                     !@32A
014961     88  STSP-POSITIVE       VALUE '+'.                           !@32A
014962     88  STSP-NEGATIVE       VALUE '-'.                           !@32A
014963 77  STSP-POINT-FLAG         PIC X VALUE LOW-VALUE.               !@32A
014964     88  STSP-POINT-SEEN     VALUE HIGH-VALUE.                    !@32A
014965     88  STSP-NO-POINT       VALUE LOW-VALUE.                     !@32A
014966 01  STSP-TEXT-AREA.                                              !@32A
014967     05  STSP-TEXT           PIC X(18) VALUE SPACES.              !@32A
014968     05  FILLER              PIC X VALUE SPACE.                   !@32A
014969 01  STSP-CHAR-AREA.                                              !@32A
014970     05  STSP-CHAR           PIC X VALUE SPACE.                   !@32A
014971     05  STSP-DIGIT          REDEFINES STSP-CHAR PIC 9.           !@32A
014972 01  STMT-RULE-TABLE.                                             !@32A
014973     05  STSR-ENTRY          OCCURS 100 TIMES                     !@32A
014974                             DEPENDING ON STSR-CNTR               !@32A
014975                             INDEXED BY STSR-INDEX.               !@32A
014976         10  STSR-RPTNUM     PIC XXX.                             !@32A
014977         10  STSR-RULE-ID    PIC X(8).                            !@32A
014978         10  STSR-TYPE       PIC X.                               !@32A
014979             88  STSR-PRESENT        VALUE 'P'.                   !@32A
014980             88  STSR-ABSENT         VALUE 'A'.                   !@32A
014981             88  STSR-FIELD          VALUE 'F'.                   !@32A
014982             88  STSR-VOID           VALUE 'X'.                   !@32A
014983         10  STSR-SCOPE      PIC X.                               !@32A
014984             88  STSR-HEADING        VALUE 'H'.                   !@32A
014985             88  STSR-SUMMARY        VALUE 'S'.                   !@32A
014986             88  STSR-ANYWHERE       VALUE SPACE.                 !@32A
014987         10  STSR-PHRASE     PIC X(30).                           !@32A
014988         10  STSR-PHR-LEN    PIC 9(4) BINARY.                     !@32A
014989         10  STSR-COL        PIC 9(4) BINARY.                     !@32A
014990         10  STSR-LEN        PIC 9(4) BINARY.                     !@32A
014991         10  STSR-OPER       PIC XX.                              !@32A
014992         10  STSR-VALUE      PIC S9(13)V99.                       !@32A
014993         10  STSR-START-FLAG PIC X.                               !@32A
014994             88  STSR-RULE-START     VALUE 'Y'.                   !@32A
014995         10  STSR-END-FLAG   PIC X.                               !@32A
014996             88  STSR-RULE-END       VALUE 'Y'.                   !@32A
014997         10  STSR-MET-FLAG   PIC X.                               !@32A
014998             88  STSR-MET            VALUE 'Y'.                   !@32A
014999             88  STSR-NOTMET         VALUE 'N'.                   !@32A
015000         SKIP1
015100/ AFP STRUCTURED FIELD DEFINITIONS.
015200     COPY STRFLDS SUPPRESS.
015282     05  SCTL-ACTION         PIC X.                               !@16A
015284     05  SCTL-FILL           PIC X.                               !@16A
015290     05  FILLER              PIC X(50).                           !@16C
015291 01  CMPN-CTL-CARD.                                               !@31A
015292     05  CMPC-TYPE           PIC X.                               !@31A
015293         88  CMPC-COMMENT    VALUE '*' SPACE.                     !@31A
015294         88  CMPC-HEADER     VALUE 'C'.                           !@31A
015295         88  CMPC-TEXT-CARD  VALUE 'T'.                           !@31A
015296         88  CMPC-SELECT     VALUE 'S'.                           !@31A
015297     05  FILLER              PIC X.                               !@31A
015298     05  CMPC-ID             PIC X(8).                            !@31A
015299     05  FILLER              PIC X.                               !@31A
015300     05  CMPC-DETAIL         PIC X(69).                           !@31A
015302     05  CMPC-HDR            REDEFINES CMPC-DETAIL.               !@31A
015304         10  CMPC-START      PIC 9(8).                            !@31A
015306         10  FILLER          PIC X.                               !@31A
015308         10  CMPC-END        PIC 9(8).                            !@31A
015310         10  FILLER          PIC X.                               !@31A
015312         10  CMPC-KIND       PIC X.                               !@31A
015313             88  CMPC-KIND-PSEG      VALUE 'P'.                   !@31A
015315             88  CMPC-KIND-TEXT      VALUE 'T'.                   !@31A
015317         10  FILLER          PIC X.                               !@31A
015319         10  CMPC-PSEG       PIC X(8).                            !@31A
015321         10  FILLER          PIC X.                               !@31A
015323         10  CMPC-ACROSS     PIC 9(4).                            !@31A
015325         10  FILLER          PIC X.                               !@31A
015327         10  CMPC-DOWN       PIC 9(4).                            !@31A
015328         10  FILLER          PIC X(31).                           !@31A
015330     05  CMPC-SEL            REDEFINES CMPC-DETAIL.               !@31A
015332         10  CMPC-RPTNUM     PIC XXX.                             !@31A
015334         10  FILLER          PIC X.                               !@31A
015336         10  CMPC-SELTYPE    PIC X.                               !@31A
015338             88  CMPC-SEL-REPORT     VALUE SPACE.                 !@31A
015340             88  CMPC-SEL-DEPT       VALUE 'D'.                   !@31A
015342             88  CMPC-SEL-ACCT       VALUE 'A'.                   !@31A
015343         10  FILLER          PIC X.                               !@31A
015345         10  CMPC-LOW        PIC X(20).                           !@31A
015347         10  FILLER          PIC X.                               !@31A
015349         10  CMPC-HIGH       PIC X(20).                           !@31A
015351         10  FILLER          PIC X(22).                           !@31A
015353 01  STSC-CTL-CARD.                                               !@32A
015355     05  STSC-RPTNUM         PIC XXX.                             !@32A
015356     05  FILLER              PIC X.                               !@32A
015358     05  STSC-RULE-ID        PIC X(8).                            !@32A
015360     05  FILLER              PIC X.                               !@32A
015362     05  STSC-TYPE           PIC X.                               !@32A
015364         88  STSC-PRESENT    VALUE 'P'.                           !@32A
015366         88  STSC-ABSENT     VALUE 'A'.                           !@32A
015368         88  STSC-FIELD      VALUE 'F'.                           !@32A
015370     05  FILLER              PIC X.                               !@32A
015371     05  STSC-SCOPE          PIC X.                               !@32A
015373         88  STSC-SCOPE-OK   VALUE 'H' 'S' SPACE.                 !@32A
015375     05  FILLER              PIC X.                               !@32A
015377     05  STSC-PHRASE         PIC X(30).                           !@32A
015379     05  FILLER              PIC X.                               !@32A
015381     05  STSC-COL            PIC 9(3).                            !@32A
015383     05  FILLER              PIC X.                               !@32A
015385     05  STSC-LEN            PIC 99.                              !@32A
015386     05  FILLER              PIC X.                               !@32A
015388     05  STSC-OPER           PIC XX.                              !@32A
015390         88  STSC-OPER-OK    VALUE 'EQ' 'NE' 'GT' 'LT' 'GE' 'LE'. !@32A
015392     05  FILLER              PIC X.                               !@32A
015394     05  STSC-VALUE          PIC X(18).                           !@32A
015396     05  FILLER              PIC X(4).                            !@32A
015398/ PASSED PARAMETERS.
015400 LINKAGE SECTION.
015500 01  INP-PARMS.
015600     05  INP-USTOR           POINTER.
019420      THEN                                                        !@02A
019430       PERFORM 0060-LOAD-DEPT-TABLE;                              !@02A
019432       PERFORM 0080-LOAD-ACCT-TABLE;                              !@26A
019433       PERFORM 0081-LOAD-ZIP-TABLE;                               !@30A
019434       PERFORM 0071-LOAD-SERIAL-TABLE;                            !@33A
019435       PERFORM 0090-LOAD-SUPPRESS-TABLE;                          !@03A
019436       OPEN EXTEND DELETE-LOG-FILE;                               !@12C
092230       OPEN EXTEND SUMMARY-FILE;                                    !@08A
090360       PERFORM 0300-LOAD-CHECKPOINT;                              !@06A
090361       PERFORM 0325-WRITE-START-RECORD;                           !@21A
019435       PERFORM 0600-LOAD-CAMPAIGNS;                               !@31A
019436       PERFORM 0700-LOAD-STMT-RULES;                              !@32A
019437       PERFORM 0450-LOAD-BANNER-OPTION;                           !@15A
019438       OPEN OUTPUT NDXV-FILE;                                     !@18A
019440       PERFORM 0088-OPEN-PREFERENCES;                             !@28A
019442       PERFORM 0083-OPEN-RETURN-HISTORY;                          !@29A
019445       PERFORM 0930-SET-SOSI-MODE;                                !@19A
019447       SET JOB-INIT TO TRUE                                       !@02A
019450     END-IF.                                                      !@02A
019500* no special action is necessary at EOF.
019600     IF INP-EOF
019750       CLOSE DELETE-LOG-FILE;                                     !@04A
090370       PERFORM 0310-SAVE-CHECKPOINT;                              !@06A
090380       CLOSE CKPT-FILE;                                           !@06A
091305       PERFORM 0715-FINISH-STATEMENT;                             !@32A
092231       PERFORM 0320-WRITE-SUMMARY;                                !@08A
092231       PERFORM 0550-WRITE-BSUM-TRAILER;                           !@27A
092232       CLOSE SUMMARY-FILE;                                        !@08A
092233       PERFORM 0510-WRITE-ACCOUNTING;                             !@14A
092233       CLOSE NDXV-FILE;                                           !@18A
019796       PERFORM 0089-CLOSE-PREFERENCES;                            !@28A
019797       PERFORM 0084-CLOSE-RETURN-HISTORY;                         !@29A
019798       PERFORM 0650-CLOSE-CAMPAIGNS;                              !@31A
019799       PERFORM 0750-CLOSE-STMT-RULES;                             !@32A
019800       DISPLAY PGMNAME, ' EOF REACHED.';
019900       MOVE PAGE-COUNT TO PAGE-DISP;
020000       DISPLAY PGMNAME, PAGE-DISP, ' Pages processed.';
020209      THEN                                                        !@24A
020209       ADD 1 TO REC-COUNT                                         !@24C
020209     END-IF.                                                      !@24A
020210* remember whether this call presents an input record or one this !@31A
020211* exit asked to insert: the insert flag changes below.            !@31A
020212     IF INSERT-LINE                                               !@31A
020213      THEN                                                        !@31A
020214       SET CALLBACK-ENTRY TO TRUE                                 !@31A
020215      ELSE                                                        !@31A
020216       SET RECORD-ENTRY TO TRUE                                   !@31A
020217     END-IF.                                                      !@31A
020218* a print file with no carriage control at all cannot be tested   !@09A
020220* for top-of-form this way; pass its records through unchanged    !@09A
020230* rather than risk misreading a data byte as a control byte.      !@09A
020240     IF INP-NOCC                                                  !@09A
023200         MOVE INP-LINE (REPT-START : REPT-LEN) TO INDEX-REPTNUM;
023300         MOVE INP-LINE (DATE-START : DATE-LEN) TO INDEX-REPTDATE;
023305         PERFORM 0085-CAPTURE-ACCOUNT;                            !@26A
023306         PERFORM 0079-CAPTURE-ZIPCODE;                            !@30A
023307         PERFORM 0073-CAPTURE-SERIAL;                             !@33A
023308         PERFORM 0087-CHECK-DELIVERY;                             !@28A
023309         PERFORM 0086-CHECK-RETURNED-MAIL;                        !@29A
023310         IF INDEX-REPTNUM NOT = CURR-REPTNUM                      !@13A
023320          THEN                                                    !@13A
023330           PERFORM 0400-BEGIN-NEW-REPORT                          !@13A
090450         END-IF;                                                  !@06A
023100         MOVE 1 TO LINE-COUNT;
023110         PERFORM 0530-WRITE-INDEX-VALUES;                         !@24C
023255         PERFORM 0610-BEGIN-CAMPAIGN-PAGE;                        !@31A
023327         PERFORM 0710-BEGIN-STMT-PAGE;                            !@32A
023400        ELSE
023500         SET FIRST-LINE TO TRUE;
023600       END-IF;
023700      ELSE
023800       ADD 1 TO LINE-COUNT;
023900     END-IF.
023901* the open statement's heading lines, and the lines of its summary!@32A
023902* pages, are judged against its report's suppression rules as they!@32A
023904* arrive, before any suppress rule can delete them.               !@32A
023905     IF STSP-ACTIVE AND RECORD-ENTRY                              !@32A
023906      THEN                                                        !@32A
023908       PERFORM 0720-CHECK-STMT-LINE                               !@32A
023909     END-IF.                                                      !@32A
023911* the line the statement's campaign text goes on: the text is     !@31A
023922* placed now, and its impression recorded below once the suppress !@31A
023933* rules have had their say over the line.                         !@31A
023944     IF CMPN-TEXT-PENDING AND RECORD-ENTRY                        !@31A
023955        AND LINE-COUNT = CMPN-DOWN (CMPN-CURR)                    !@31A
023966      THEN                                                        !@31A
023977       PERFORM 0630-PLACE-CAMPAIGN-TEXT                           !@31A
023988     END-IF.                                                      !@31A
024000     SKIP1
024100* If this is the last heading line and this is a summary page
024200* then the page segment is inserted. Note that the insert flag
025500           SET INP-INSERT TO TRUE;
092233           ADD 1 TO WORK-INSCNT;                                    !@08A
025600           SUBTRACT 1 FROM LINE-COUNT;
025650           SET LOGO-INSERT-PENDING TO TRUE;                       !@31A
025700          END-IF;
025710* the statement's campaign page segment is inserted behind this   !@31A
025720* line too - behind the logo, on a summary page.                  !@31A
025730          IF CMPN-PSEG-PENDING AND NOT INSERT-LINE                !@31A
025740           THEN                                                   !@31A
025750            SET INSERT-LINE TO TRUE;                              !@31A
025760            SET INP-INSERT TO TRUE;                               !@31A
025770            ADD 1 TO WORK-INSCNT;                                 !@31A
025780            SUBTRACT 1 FROM LINE-COUNT                            !@31A
025790          END-IF;                                                 !@31A
025800          SET DEST-TABLE-INDX TO 1;
025900          SEARCH DEST-TABLE
026000           AT END
026600                                        LENGTH OF INDEX-FIELD);
026610          PERFORM 0500-COUNT-DEPT-PAGE;                           !@14A
026700        ELSE
026733         IF LOGO-INSERT-PENDING                                   !@31A
026766          THEN                                                    !@31A
026800           CALL AFPWRITE USING SF-IPS,                            !@31C
026900                               PSEG-DATA,                         !@31C
027000                               BY CONTENT LENGTH OF PSEG-DATA,    !@31C
027100                               BY REFERENCE INP-RECLEN,           !@31C
027200                               INP-RECPTR;                        !@31C
027212           SET LOGO-INSERT-DONE TO TRUE;                          !@31A
027225           IF CMPN-PSEG-PENDING                                   !@31A
027237            THEN                                                  !@31A
027250             SET INP-INSERT TO TRUE;                              !@31A
027262             ADD 1 TO WORK-INSCNT;                                !@31A
027275             SUBTRACT 1 FROM LINE-COUNT                           !@31A
027287            ELSE                                                  !@31A
027300             SET NOINSERT-LINE TO TRUE                            !@31C
027316           END-IF                                                 !@31A
027333          ELSE                                                    !@31A
027350           PERFORM 0635-INSERT-CAMPAIGN-PSEG;                     !@31A
027366           SET NOINSERT-LINE TO TRUE                              !@31A
027383         END-IF;                                                  !@31A
027400       END-IF;
027500     END-IF.
027600     IF LINE-COUNT > LAST-HEADING
027700      THEN
027750       PERFORM 0200-CHECK-SUPPRESS;                               !@03A
028200     END-IF.
028209* a campaign message placed on a line the suppress rules then     !@31A
028218* deleted never reached the statement.                            !@31A
028227     IF CMPN-RESULT NOT = SPACE                                   !@31A
028236      THEN                                                        !@31A
028245       IF INP-DELETE                                              !@31A
028254        THEN                                                      !@31A
028263         MOVE 'N' TO CMPN-RESULT                                  !@31A
028272       END-IF;                                                    !@31A
028281       PERFORM 0640-WRITE-IMPRESSION                              !@31A
028290     END-IF.                                                      !@31A
028300     SKIP1
028400     GOBACK.
028410 0060-LOAD-DEPT-TABLE.                                            !@02A
028650           TO INDEX-ACCTNO (1 : ACCT-LEN (ACCT-INDEX))            !@26A
028651       END-IF                                                     !@26A
028652     END-SEARCH.                                                  !@26A
028652 0081-LOAD-ZIP-TABLE.                                             !@30A
028652* load the per-report ZIP code field table from the APKZIPC       !@30A
028652* control file, if one is allocated; an absent or empty control   !@30A
028652* file leaves every page with a blank ZIP.                        !@30A
028652     OPEN INPUT ZIP-CTL-FILE.                                     !@30A
028652     SET ZIP-CTL-NOTEOF TO TRUE.                                  !@30A
028652     PERFORM UNTIL ZIP-CTL-EOF                                    !@30A
028652       READ ZIP-CTL-FILE INTO ZIP-CTL-CARD                        !@30A
028652        AT END                                                    !@30A
028652         SET ZIP-CTL-EOF TO TRUE                                  !@30A
028652        NOT AT END                                                !@30A
028652         PERFORM 0077-ADD-ZIP-ENTRY                               !@30A
028652       END-READ                                                   !@30A
028652     END-PERFORM.                                                 !@30A
028652     CLOSE ZIP-CTL-FILE.                                          !@30A
028652 0077-ADD-ZIP-ENTRY.                                              !@30A
028652* a card with a non-numeric column or length, a zero length,      !@30A
028652* or a length past the 10-byte ZIP+4 field is ignored.            !@30A
028652     IF ZIP-CNTR < 20                                             !@30A
028652        AND ZCTL-COL NUMERIC AND ZCTL-LEN NUMERIC                 !@30A
028652        AND ZCTL-COL > ZERO AND ZCTL-LEN > ZERO                   !@30A
028652        AND ZCTL-LEN NOT > 10                                     !@30A
028652      THEN                                                        !@30A
028652       ADD 1 TO ZIP-CNTR;                                         !@30A
028652       SET ZIP-INDEX TO ZIP-CNTR;                                 !@30A
028652       MOVE ZCTL-RPTNUM TO ZIP-RPTNUM (ZIP-INDEX);                !@30A
028652       MOVE ZCTL-COL TO ZIP-COL (ZIP-INDEX);                      !@30A
028652       MOVE ZCTL-LEN TO ZIP-LEN (ZIP-INDEX)                       !@30A
028652     END-IF.                                                      !@30A
028652 0079-CAPTURE-ZIPCODE.                                            !@30A
028652* the ZIP code from this report's configured column on the        !@30A
028652* top-of-form heading line, as the account is captured above.     !@30A
028652* a report with no card, or a line too short for its field,       !@30A
028652* carries a blank ZIP.                                            !@30A
028652     MOVE SPACES TO PAGE-ZIPCODE.                                 !@30A
028652     SET ZIP-INDEX TO 1.                                          !@30A
028652     SEARCH ZIP-ENTRY                                             !@30A
028652      AT END                                                      !@30A
028652       CONTINUE                                                   !@30A
028652      WHEN ZIP-RPTNUM (ZIP-INDEX) = INDEX-REPTNUM                 !@30A
028652       COMPUTE ZIP-END-COL = ZIP-COL (ZIP-INDEX)                  !@30A
028652           + ZIP-LEN (ZIP-INDEX) - 1;                             !@30A
028652       IF ZIP-END-COL NOT > INP-RECLEN                            !@30A
028652        THEN                                                      !@30A
028652         MOVE INP-LINE (ZIP-COL (ZIP-INDEX) :                     !@30A
028652                        ZIP-LEN (ZIP-INDEX))                      !@30A
028652           TO PAGE-ZIPCODE (1 : ZIP-LEN (ZIP-INDEX))              !@30A
028652       END-IF                                                     !@30A
028652     END-SEARCH.                                                  !@30A
028652 0071-LOAD-SERIAL-TABLE.                                          !@33A
028652* load the per-report serial number field table from the APKSERC  !@33A
028652* control file, if one is allocated; an absent or empty control   !@33A
028652* file leaves every page with a blank serial.                     !@33A
028652     OPEN INPUT SERL-CTL-FILE.                                    !@33A
028652     SET SERL-CTL-NOTEOF TO TRUE.                                 !@33A
028652     PERFORM UNTIL SERL-CTL-EOF                                   !@33A
028652       READ SERL-CTL-FILE INTO SERL-CTL-CARD                      !@33A
028652        AT END                                                    !@33A
028652         SET SERL-CTL-EOF TO TRUE                                 !@33A
028652        NOT AT END                                                !@33A
028652         PERFORM 0072-ADD-SERIAL-ENTRY                            !@33A
028652       END-READ                                                   !@33A
028652     END-PERFORM.                                                 !@33A
028652     CLOSE SERL-CTL-FILE.                                         !@33A
028652 0072-ADD-SERIAL-ENTRY.                                           !@33A
028652* a card with a non-numeric column or length, a zero length,      !@33A
028652* or a length past the 12-byte serial field is ignored.           !@33A
028652     IF SERL-CNTR < 20                                            !@33A
028652        AND NCTL-COL NUMERIC AND NCTL-LEN NUMERIC                 !@33A
028652        AND NCTL-COL > ZERO AND NCTL-LEN > ZERO                   !@33A
028652        AND NCTL-LEN NOT > 12                                     !@33A
028652      THEN                                                        !@33A
028652       ADD 1 TO SERL-CNTR;                                        !@33A
028652       SET SERL-INDEX TO SERL-CNTR;                               !@33A
028652       MOVE NCTL-RPTNUM TO SERL-RPTNUM (SERL-INDEX);              !@33A
028652       MOVE NCTL-COL TO SERL-COL (SERL-INDEX);                    !@33A
028652       MOVE NCTL-LEN TO SERL-LEN (SERL-INDEX)                     !@33A
028652     END-IF.                                                      !@33A
028652 0073-CAPTURE-SERIAL.                                             !@33A
028652* the serial number from this report's configured column on the   !@33A
028652* top-of-form heading line, as the account is captured above.     !@33A
028652* a report with no card, or a line too short for its field,       !@33A
028652* carries a blank serial.                                         !@33A
028652     MOVE SPACES TO PAGE-SERIAL.                                  !@33A
028652     SET SERL-INDEX TO 1.                                         !@33A
028652     SEARCH SERL-ENTRY                                            !@33A
028652      AT END                                                      !@33A
028652       CONTINUE                                                   !@33A
028652      WHEN SERL-RPTNUM (SERL-INDEX) = INDEX-REPTNUM               !@33A
028652       COMPUTE SERL-END-COL = SERL-COL (SERL-INDEX)               !@33A
028652           + SERL-LEN (SERL-INDEX) - 1;                           !@33A
028652       IF SERL-END-COL NOT > INP-RECLEN                           !@33A
028652        THEN                                                      !@33A
028652         MOVE INP-LINE (SERL-COL (SERL-INDEX) :                   !@33A
028652                        SERL-LEN (SERL-INDEX))                    !@33A
028652           TO PAGE-SERIAL (1 : SERL-LEN (SERL-INDEX))             !@33A
028652       END-IF                                                     !@33A
028652     END-SEARCH.                                                  !@33A
028652 0087-CHECK-DELIVERY.                                             !@28A
028652* the page's delivery method from the preference file, keyed by   !@28A
028652* the account just captured. paper unless the account has an E    !@28A
028652* record already in effect; a blank effective date is in effect   !@28A
028652* at once. the answer for the last account is kept, since every   !@28A
028652* page of a statement carries the same one.                       !@28A
028652     IF INDEX-ACCTNO = SPACES OR DPRF-NOTOPEN                     !@28A
028652      THEN                                                        !@28A
028652       SET PAGE-PAPER TO TRUE                                     !@28A
028652      ELSE                                                        !@28A
028652       IF INDEX-ACCTNO NOT = DPRF-LAST-ACCTNO                     !@28A
028652        THEN                                                      !@28A
028652         MOVE INDEX-ACCTNO TO DPRF-LAST-ACCTNO;                   !@28A
028652         MOVE 'P' TO DPRF-LAST-METHOD;                            !@28A
028652         MOVE INDEX-ACCTNO TO DPRF-ACCTNO;                        !@28A
028652         READ DPRF-FILE                                           !@28A
028652          INVALID KEY                                             !@28A
028652           CONTINUE                                               !@28A
028652          NOT INVALID KEY                                         !@28A
028652           IF DPRF-PAPERLESS                                      !@28A
028652              AND (DPRF-EFFDATE NOT NUMERIC                       !@28A
028652                  OR DPRF-EFFDATE NOT > WS-DPRFDATE)              !@28A
028652            THEN                                                  !@28A
028652             MOVE 'E' TO DPRF-LAST-METHOD                         !@28A
028652           END-IF                                                 !@28A
028652         END-READ                                                 !@28A
028652       END-IF;                                                    !@28A
028652       MOVE DPRF-LAST-METHOD TO PAGE-DELIVERY                     !@28A
028652     END-IF.                                                      !@28A
028652 0088-OPEN-PREFERENCES.                                           !@28A
028652* the preference file is optional: when it cannot be opened every !@28A
028652* page is delivered on paper, and the log says so once.           !@28A
028652     ACCEPT WS-DPRFDATE FROM DATE YYYYMMDD.                       !@28A
028652     OPEN INPUT DPRF-FILE.                                        !@28A
028652     IF DPRF-STATUS = '00' OR DPRF-STATUS = '97'                  !@28A
028652      THEN                                                        !@28A
028652       SET DPRF-OPEN TO TRUE                                      !@28A
028652      ELSE                                                        !@28A
028652       SET DPRF-NOTOPEN TO TRUE;                                  !@28A
028652       DISPLAY PGMNAME ' NO DELIVERY PREFERENCE FILE, STATUS='    !@28A
028652         DPRF-STATUS '. EVERY PAGE DELIVERED ON PAPER.'           !@28A
028652     END-IF.                                                      !@28A
028652 0089-CLOSE-PREFERENCES.                                          !@28A
028652     IF DPRF-OPEN                                                 !@28A
028652      THEN                                                        !@28A
028652       CLOSE DPRF-FILE;                                           !@28A
028652       SET DPRF-NOTOPEN TO TRUE                                   !@28A
028652     END-IF.                                                      !@28A
028652 0083-OPEN-RETURN-HISTORY.                                        !@29A
028652* the returned-mail history is optional too: when it cannot be    !@29A
028652* opened nothing is held, and the log says so once.               !@29A
028652     OPEN INPUT RTNH-FILE.                                        !@29A
028652     IF RTNH-STATUS = '00' OR RTNH-STATUS = '97'                  !@29A
028652      THEN                                                        !@29A
028652       SET RTNH-OPEN TO TRUE                                      !@29A
028652      ELSE                                                        !@29A
028652       SET RTNH-NOTOPEN TO TRUE;                                  !@29A
028652       DISPLAY PGMNAME ' NO RETURNED-MAIL HISTORY, STATUS='       !@29A
028652         RTNH-STATUS '. NO STATEMENT HELD FOR A BAD ADDRESS.'     !@29A
028652     END-IF.                                                      !@29A
028652 0084-CLOSE-RETURN-HISTORY.                                       !@29A
028652     IF RTNH-OPEN                                                 !@29A
028652      THEN                                                        !@29A
028652       CLOSE RTNH-FILE;                                           !@29A
028652       SET RTNH-NOTOPEN TO TRUE                                   !@29A
028652     END-IF.                                                      !@29A
028652 0086-CHECK-RETURNED-MAIL.                                        !@29A
028652* a page bound for paper whose account is held for a bad          !@29A
028652* address is marked R instead, so its statement is kept out of    !@29A
028652* the mail. a paperless page is left alone: nothing is mailed.    !@29A
028652     IF PAGE-PAPER AND INDEX-ACCTNO NOT = SPACES AND RTNH-OPEN    !@29A
028652      THEN                                                        !@29A
028652       IF INDEX-ACCTNO NOT = RTNH-LAST-ACCTNO                     !@29A
028652        THEN                                                      !@29A
028652         MOVE INDEX-ACCTNO TO RTNH-LAST-ACCTNO;                   !@29A
028652         MOVE 'N' TO RTNH-LAST-HELD;                              !@29A
028652         MOVE INDEX-ACCTNO TO RTNH-ACCTNO;                        !@29A
028652         READ RTNH-FILE                                           !@29A
028652          INVALID KEY                                             !@29A
028652           CONTINUE                                               !@29A
028652          NOT INVALID KEY                                         !@29A
028652           IF RTNH-HELD                                           !@29A
028652            THEN                                                  !@29A
028652             MOVE 'Y' TO RTNH-LAST-HELD                           !@29A
028652           END-IF                                                 !@29A
028652         END-READ                                                 !@29A
028652       END-IF;                                                    !@29A
028652       IF RTNH-LAST-HELD = 'Y'                                    !@29A
028652        THEN                                                      !@29A
028652         SET PAGE-RETURNED TO TRUE                                !@29A
028652       END-IF                                                     !@29A
028652     END-IF.                                                      !@29A
028653 0065-ADD-DEPT-ENTRY.                                             !@02A
028620     IF DEST-CNTR < 20                                            !@02A
028630      THEN                                                        !@02A
092252     MOVE 'E' TO SUM-RECTYPE.                                      !@21A
092251     WRITE SUM-RECORD.                                            !@08A
092251     ADD 1 TO BSUM-WRITE-CNTR.                                    !@27A
092251     IF EDLV-PAGE-CNTR > ZERO                                     !@28A
092251      THEN                                                        !@28A
092251       PERFORM 0322-WRITE-EDLV-SUMMARY                            !@28A
092251     END-IF.                                                      !@28A
092251     IF RTSH-PAGE-CNTR > ZERO                                     !@29A
092251      THEN                                                        !@29A
092251       PERFORM 0323-WRITE-RTSH-SUMMARY                            !@29A
092251     END-IF.                                                      !@29A
092251     IF STSP-PAGE-CNTR > ZERO                                     !@32A
092251      THEN                                                        !@32A
092251       PERFORM 0324-WRITE-STSP-SUMMARY                            !@32A
092251     END-IF.                                                      !@32A
092251     SKIP2                                                        !@28A
092251 0322-WRITE-EDLV-SUMMARY.                                         !@28A
092251* the report's e-delivered pages, on a V record of their own      !@28A
092251* behind the end record: the end record's page count stays the    !@28A
092251* report's total, and the nightly summary shows printed and       !@28A
092251* e-delivered pages apart.                                        !@28A
092251     MOVE ZERO TO SUM-LINECNT, SUM-INSCNT, SUM-DELCNT.            !@28A
092251     MOVE ZERO TO SUM-RESCNT, SUM-RECCNT.                         !@28A
092251     MOVE EDLV-PAGE-CNTR TO SUM-PAGECNT.                          !@28A
092251     MOVE 'V' TO SUM-RECTYPE.                                     !@28A
092251     WRITE SUM-RECORD.                                            !@28A
092251     ADD 1 TO BSUM-WRITE-CNTR.                                    !@28A
092251     MOVE ZERO TO EDLV-PAGE-CNTR.                                 !@28A
092251 0323-WRITE-RTSH-SUMMARY.                                         !@29A
092251* the report's pages held back for a bad address, on a W record   !@29A
092251* of their own: produced, but not printed tonight.                !@29A
092251     MOVE ZERO TO SUM-LINECNT, SUM-INSCNT, SUM-DELCNT.            !@29A
092251     MOVE ZERO TO SUM-RESCNT, SUM-RECCNT.                         !@29A
092251     MOVE RTSH-PAGE-CNTR TO SUM-PAGECNT.                          !@29A
092251     MOVE 'W' TO SUM-RECTYPE.                                     !@29A
092251     WRITE SUM-RECORD.                                            !@29A
092251     ADD 1 TO BSUM-WRITE-CNTR.                                    !@29A
092251     MOVE ZERO TO RTSH-PAGE-CNTR.                                 !@29A
092251 0324-WRITE-STSP-SUMMARY.                                         !@32A
092251* the report's pages in statements the suppression rules took, on !@32A
092251* a U record of their own: produced and archived, but not mailed. !@32A
092251     MOVE ZERO TO SUM-LINECNT, SUM-INSCNT, SUM-DELCNT.            !@32A
092251     MOVE ZERO TO SUM-RESCNT, SUM-RECCNT.                         !@32A
092251     MOVE STSP-PAGE-CNTR TO SUM-PAGECNT.                          !@32A
092251     MOVE 'U' TO SUM-RECTYPE.                                     !@32A
092251     WRITE SUM-RECORD.                                            !@32A
092251     ADD 1 TO BSUM-WRITE-CNTR.                                    !@32A
092251     MOVE ZERO TO STSP-PAGE-CNTR.                                 !@32A
092252     SKIP2                                                        !@21A
092253 0325-WRITE-START-RECORD.                                          !@21A
092253* a start event on the first call, so the nightly report can      !@21A
092276     IF CURR-REPTNUM NOT = LOW-VALUES                             !@13A
092277      THEN                                                        !@13A
092278       SUBTRACT 1 FROM REC-COUNT;                                 !@13A
092278       PERFORM 0715-FINISH-STATEMENT;                             !@32A
092279       PERFORM 0320-WRITE-SUMMARY;                                !@13A
092280       MOVE ZERO TO PAGE-COUNT;                                   !@13A
092281       MOVE ZERO TO LINE-COUNT;                                   !@13A
092302         MOVE INDEX-DEPT TO DA-DEPT (DA-INDEX);                   !@14A
092303         MOVE INDEX-REPTNUM TO DA-REPTNUM (DA-INDEX);             !@14A
092304         MOVE ZERO TO DA-PAGECNT (DA-INDEX);                      !@14A
092304         MOVE ZERO TO DA-EPAGECNT (DA-INDEX);                     !@28A
092305         SET DACC-FOUND TO TRUE                                   !@14A
092305        ELSE                                                      !@14A
092305         IF DACC-NOTWARNED                                        !@14A
092310     END-SEARCH.                                                  !@14A
092311     IF DACC-FOUND                                                !@14A
092312      THEN                                                        !@14A
092313       ADD 1 TO DA-PAGECNT (DA-INDEX);                            !@28C
092313       IF PAGE-PAPERLESS                                          !@28A
092313        THEN                                                      !@28A
092313         ADD 1 TO DA-EPAGECNT (DA-INDEX)                          !@28A
092313       END-IF                                                     !@28A
092314     END-IF.                                                      !@14A
092315     SKIP2                                                        !@14A
092316 0510-WRITE-ACCOUNTING.                                           !@14A
092334     MOVE DA-DEPT (DA-INDEX) TO DACC-DEPT.                        !@14A
092335     MOVE DA-REPTNUM (DA-INDEX) TO DACC-REPTNUM.                  !@14A
092336     MOVE DA-PAGECNT (DA-INDEX) TO DACC-PAGECNT.                  !@14A
092336     MOVE DA-EPAGECNT (DA-INDEX) TO DACC-EPAGECNT.                !@28A
092337     WRITE DACC-RECORD.                                           !@14A
092337     ADD 1 TO DACC-WRITE-CNTR.                                    !@27A
092337     SKIP2                                                        !@27A
092347     MOVE INDEX-REPTNUM TO NDXV-REPTNUM.                          !@18A
092348     MOVE INDEX-REPTDATE TO NDXV-REPTDATE.                        !@18A
092348     MOVE INDEX-ACCTNO TO NDXV-ACCTNO.                            !@26A
092337     MOVE PAGE-ZIPCODE TO NDXV-ZIPCODE.                           !@30A
092338     MOVE PAGE-SERIAL TO NDXV-SERIAL.                             !@33A
092339     MOVE PAGE-DELIVERY TO NDXV-DELIVERY.                         !@28A
092340     IF PAGE-PAPERLESS                                            !@28A
092341      THEN                                                        !@28A
092342       ADD 1 TO EDLV-PAGE-CNTR                                    !@28A
092343     END-IF.                                                      !@28A
092344     IF PAGE-RETURNED                                             !@29A
092345      THEN                                                        !@29A
092346       ADD 1 TO RTSH-PAGE-CNTR                                    !@29A
092347     END-IF.                                                      !@29A
092348     SET DEST-TABLE-INDX TO 1.                                    !@24A
092348     SEARCH DEST-TABLE                                            !@24A
092348      AT END                                                      !@24A
092426         PERFORM 0310-SAVE-CHECKPOINT                             !@15A
092427       END-IF;                                                    !@15A
092428       MOVE 1 TO LINE-COUNT;                                      !@15A
092429       SET INP-USE TO TRUE;                                       !@31C
092429* the saved line is the new report's first page, and so the       !@31A
092429* first page of its first statement: it gets the index record,    !@34C
092429* campaign and statement start the top-of-form path gives any     !@34A
092429* other page.                                                     !@34A
092429       PERFORM 0530-WRITE-INDEX-VALUES;                           !@34A
092429       PERFORM 0610-BEGIN-CAMPAIGN-PAGE;                          !@31A
092429       PERFORM 0710-BEGIN-STMT-PAGE;                              !@34A
092429       IF STSP-ACTIVE                                             !@34A
092429        THEN                                                      !@34A
092429         PERFORM 0720-CHECK-STMT-LINE                             !@34A
092429       END-IF;                                                    !@34A
092429       IF CMPN-TEXT-PENDING AND CMPN-DOWN (CMPN-CURR) = 1         !@31A
092429        THEN                                                      !@31A
092429         PERFORM 0630-PLACE-CAMPAIGN-TEXT;                        !@31A
092429         PERFORM 0640-WRITE-IMPRESSION                            !@31A
092429       END-IF                                                     !@31A
092430     END-IF.                                                      !@15A
091646     SKIP2                                                        !@31A
091647 0600-LOAD-CAMPAIGNS.                                             !@31A
091648* load the statement message campaigns from the APKCMPC control   !@31A
091649* file, if one is allocated; an absent or empty control file runs !@31A
091650* no campaigns. the impression file is opened either way, so its  !@31A
091651* trailer always certifies the (possibly zero) count.             !@31A
091652     OPEN INPUT CMPN-CTL-FILE.                                    !@31A
091653     SET CMPC-NOTEOF TO TRUE.                                     !@31A
091654     PERFORM UNTIL CMPC-EOF                                       !@31A
091655       READ CMPN-CTL-FILE INTO CMPN-CTL-CARD                      !@31A
091656        AT END                                                    !@31A
091657         SET CMPC-EOF TO TRUE                                     !@31A
091658        NOT AT END                                                !@31A
091659         PERFORM 0605-ADD-CAMPAIGN-CARD                           !@31A
091660       END-READ                                                   !@31A
091661     END-PERFORM.                                                 !@31A
091662     CLOSE CMPN-CTL-FILE.                                         !@31A
091663     OPEN EXTEND CIMP-FILE.                                       !@31A
091664     IF CMPN-CNTR > 0                                             !@31A
091665      THEN                                                        !@31A
091666       MOVE CMPN-CNTR TO CIMP-DISP;                               !@31A
091667       DISPLAY PGMNAME, CIMP-DISP, ' STATEMENT CAMPAIGNS LOADED.' !@31A
091668     END-IF.                                                      !@31A
091669 0605-ADD-CAMPAIGN-CARD.                                          !@31A
091670* a C card opens a campaign; the T and S cards naming it, which   !@31A
091671* follow it, give its text and its selections. a card failing its !@31A
091672* checks is ignored with a warning, and a campaign whose own card !@31A
091673* failed takes its T and S cards with it.                         !@31A
091674     SET CMPN-NOTFOUND TO TRUE.                                   !@31A
091675     SET CMPN-INDEX TO 1.                                         !@31A
091676     SEARCH CMPN-ENTRY                                            !@31A
091677      AT END                                                      !@31A
091678       CONTINUE                                                   !@31A
091679      WHEN CMPN-ID (CMPN-INDEX) = CMPC-ID                         !@31A
091680       SET CMPN-FOUND TO TRUE                                     !@31A
091681     END-SEARCH.                                                  !@31A
091682     EVALUATE TRUE                                                !@31A
091683      WHEN CMPC-COMMENT                                           !@31A
091684       CONTINUE                                                   !@31A
091685      WHEN CMPC-HEADER                                            !@31A
091686       PERFORM 0606-ADD-CAMPAIGN                                  !@31A
091687      WHEN CMPC-TEXT-CARD AND CMPN-FOUND                          !@31A
091688       PERFORM 0607-ADD-CAMPAIGN-TEXT                             !@31A
091689      WHEN CMPC-SELECT AND CMPN-FOUND                             !@31A
091690       PERFORM 0608-ADD-CAMPAIGN-SELECTION                        !@31A
091691      WHEN OTHER                                                  !@31A
091692       DISPLAY PGMNAME ' APKCMPC CARD IGNORED: '                  !@31A
091693         CMPN-CTL-CARD (1 : 40)                                   !@31A
091694     END-EVALUATE.                                                !@31A
091695 0606-ADD-CAMPAIGN.                                               !@31A
091696* the dates must be numeric and in order, and the kind P or T. a  !@31A
091697* page segment must be named and, when the resource library member!@31A
091698* list is allocated, be in it; text must start on a line of the   !@31A
091699* page, past the carriage control byte and before the index field.!@31A
091700     SET CMPC-CARD-OK TO TRUE.                                    !@31A
091701     IF CMPN-FOUND OR CMPN-CNTR NOT < 50                          !@31A
091702        OR CMPC-START NOT NUMERIC OR CMPC-END NOT NUMERIC         !@31A
091703        OR CMPC-ACROSS NOT NUMERIC OR CMPC-DOWN NOT NUMERIC       !@31A
091704      THEN                                                        !@31A
091705       SET CMPC-CARD-BAD TO TRUE                                  !@31A
091706     END-IF.                                                      !@31A
091707     IF CMPC-CARD-OK                                              !@31A
091708      THEN                                                        !@31A
091709       EVALUATE TRUE                                              !@31A
091710        WHEN CMPC-START > CMPC-END                                !@31A
091711         SET CMPC-CARD-BAD TO TRUE                                !@31A
091712        WHEN CMPC-KIND-PSEG                                       !@31A
091713         PERFORM 0609-VERIFY-CAMPAIGN-PSEG                        !@31A
091714        WHEN CMPC-KIND-TEXT                                       !@31A
091715         IF CMPC-DOWN = ZERO OR CMPC-ACROSS < 2                   !@31A
091716            OR CMPC-ACROSS NOT < INDX-START                       !@31A
091717          THEN                                                    !@31A
091718           SET CMPC-CARD-BAD TO TRUE                              !@31A
091719         END-IF                                                   !@31A
091720        WHEN OTHER                                                !@31A
091721         SET CMPC-CARD-BAD TO TRUE                                !@31A
091722       END-EVALUATE                                               !@31A
091723     END-IF.                                                      !@31A
091724     IF CMPC-CARD-BAD                                             !@31A
091725      THEN                                                        !@31A
091726       DISPLAY PGMNAME ' APKCMPC CAMPAIGN ' CMPC-ID               !@31A
091727         ' IGNORED: CARD IN ERROR.'                               !@31A
091728      ELSE                                                        !@31A
091729       ADD 1 TO CMPN-CNTR;                                        !@31A
091730       SET CMPN-INDEX TO CMPN-CNTR;                               !@31A
091731       MOVE CMPC-ID TO CMPN-ID (CMPN-INDEX);                      !@31A
091732       MOVE CMPC-START TO CMPN-START (CMPN-INDEX);                !@31A
091733       MOVE CMPC-END TO CMPN-END (CMPN-INDEX);                    !@31A
091734       MOVE CMPC-KIND TO CMPN-KIND (CMPN-INDEX);                  !@31A
091735       MOVE CMPC-PSEG TO CMPN-PSEG (CMPN-INDEX);                  !@31A
091736       MOVE CMPC-ACROSS TO CMPN-ACROSS (CMPN-INDEX);              !@31A
091737       MOVE CMPC-DOWN TO CMPN-DOWN (CMPN-INDEX);                  !@31A
091738       MOVE ZERO TO CMPN-SELS (CMPN-INDEX);                       !@31A
091739       MOVE ZERO TO CMPN-TEXT-LEN (CMPN-INDEX);                   !@31A
091740       MOVE SPACES TO CMPN-TEXT (CMPN-INDEX)                      !@31A
091741     END-IF.                                                      !@31A
091742 0609-VERIFY-CAMPAIGN-PSEG.                                       !@31A
091743* a page segment not in the library would fail the statement's    !@31A
091744* first page at print time, so its campaign is not run at all.    !@31A
091745     IF CMPC-PSEG = SPACES                                        !@31A
091746      THEN                                                        !@31A
091747       SET CMPC-CARD-BAD TO TRUE                                  !@31A
091748     END-IF.                                                      !@31A
091749     IF CMPC-CARD-OK AND PSGL-CNTR > 0                            !@31A
091750      THEN                                                        !@31A
091751       SET PSGL-NOTFOUND TO TRUE;                                 !@31A
091752       SET PSGL-INDEX TO 1;                                       !@31A
091753       SEARCH PSGL-ENTRY                                          !@31A
091754        AT END                                                    !@31A
091755         CONTINUE                                                 !@31A
091756        WHEN PSGL-ENTRY (PSGL-INDEX) = CMPC-PSEG                  !@31A
091757         SET PSGL-FOUND TO TRUE                                   !@31A
091758       END-SEARCH;                                                !@31A
091759       IF PSGL-NOTFOUND                                           !@31A
091760        THEN                                                      !@31A
091761         DISPLAY PGMNAME ' CAMPAIGN PAGE SEGMENT ' CMPC-PSEG      !@31A
091762           ' NOT IN RESOURCE LIBRARY.';                           !@31A
091763         SET CMPC-CARD-BAD TO TRUE                                !@31A
091764       END-IF                                                     !@31A
091765     END-IF.                                                      !@31A
091766 0607-ADD-CAMPAIGN-TEXT.                                          !@31A
091767* the text is columns 12-80 of the card less trailing blanks; a   !@31A
091768* later T card replaces an earlier one. text for a page segment   !@31A
091769* campaign, or that would run into the index field, is ignored.   !@31A
091770     MOVE ZERO TO CMPN-SCAN-PTR.                                  !@31A
091771     IF CMPC-DETAIL NOT = SPACES                                  !@31A
091772      THEN                                                        !@31A
091773       MOVE LENGTH OF CMPC-DETAIL TO CMPN-SCAN-PTR;               !@31A
091774       PERFORM UNTIL CMPC-DETAIL (CMPN-SCAN-PTR : 1) NOT = SPACE  !@31A
091775         SUBTRACT 1 FROM CMPN-SCAN-PTR                            !@31A
091776       END-PERFORM                                                !@31A
091777     END-IF.                                                      !@31A
091778     COMPUTE CMPN-END-COL = CMPN-ACROSS (CMPN-INDEX)              !@31A
091779                          + CMPN-SCAN-PTR - 1.                    !@31A
091780     IF NOT CMPN-IS-TEXT (CMPN-INDEX) OR CMPN-SCAN-PTR = ZERO     !@31A
091781        OR CMPN-END-COL NOT < INDX-START                          !@31A
091782      THEN                                                        !@31A
091783       DISPLAY PGMNAME ' APKCMPC TEXT FOR CAMPAIGN ' CMPC-ID      !@31A
091784         ' IGNORED.'                                              !@31A
091785      ELSE                                                        !@31A
091786       MOVE CMPC-DETAIL TO CMPN-TEXT (CMPN-INDEX);                !@31A
091787       MOVE CMPN-SCAN-PTR TO CMPN-TEXT-LEN (CMPN-INDEX)           !@31A
091788     END-IF.                                                      !@31A
091789 0608-ADD-CAMPAIGN-SELECTION.                                     !@31A
091790* selections are numbered in the order of the campaign's S cards, !@31A
091791* counting any in error, the way the campaign report numbers them.!@31A
091792* a department range is of four-digit codes.                      !@31A
091793     ADD 1 TO CMPN-SELS (CMPN-INDEX).                             !@31A
091794     SET CMPC-CARD-OK TO TRUE.                                    !@31A
091795     EVALUATE TRUE                                                !@31A
091796      WHEN CSEL-CNTR NOT < 200                                    !@31A
091797       SET CMPC-CARD-BAD TO TRUE                                  !@31A
091798      WHEN CMPC-SEL-DEPT                                          !@31A
091799       IF CMPC-LOW (1 : 4) NOT NUMERIC                            !@31A
091800          OR (CMPC-HIGH NOT = SPACES                              !@31A
091801              AND CMPC-HIGH (1 : 4) NOT NUMERIC)                  !@31A
091802        THEN                                                      !@31A
091803         SET CMPC-CARD-BAD TO TRUE                                !@31A
091804       END-IF                                                     !@31A
091805      WHEN CMPC-SEL-ACCT OR CMPC-SEL-REPORT                       !@31A
091806       CONTINUE                                                   !@31A
091807      WHEN OTHER                                                  !@31A
091808       SET CMPC-CARD-BAD TO TRUE                                  !@31A
091809     END-EVALUATE.                                                !@31A
091810     IF CMPC-CARD-BAD                                             !@31A
091811      THEN                                                        !@31A
091812       DISPLAY PGMNAME ' APKCMPC SELECTION FOR CAMPAIGN ' CMPC-ID !@31A
091813         ' IGNORED.'                                              !@31A
091814      ELSE                                                        !@31A
091815       ADD 1 TO CSEL-CNTR;                                        !@31A
091816       SET CSEL-INDEX TO CSEL-CNTR;                               !@31A
091817       SET CSEL-CMPN (CSEL-INDEX) TO CMPN-INDEX;                  !@31A
091818       MOVE CMPN-SELS (CMPN-INDEX) TO CSEL-SEQ (CSEL-INDEX);      !@31A
091819       MOVE CMPC-RPTNUM TO CSEL-RPTNUM (CSEL-INDEX);              !@31A
091820       IF CMPC-RPTNUM = '***'                                     !@31A
091821        THEN                                                      !@31A
091822         MOVE SPACES TO CSEL-RPTNUM (CSEL-INDEX)                  !@31A
091823       END-IF;                                                    !@31A
091824       MOVE CMPC-SELTYPE TO CSEL-TYPE (CSEL-INDEX);               !@31A
091825       MOVE CMPC-LOW TO CSEL-LOW (CSEL-INDEX);                    !@31A
091826       MOVE CMPC-HIGH TO CSEL-HIGH (CSEL-INDEX);                  !@31A
091827       IF CMPC-HIGH = SPACES                                      !@31A
091828        THEN                                                      !@31A
091829         MOVE HIGH-VALUES TO CSEL-HIGH (CSEL-INDEX)               !@31A
091830       END-IF                                                     !@31A
091831     END-IF.                                                      !@31A
091832     SKIP2                                                        !@31A
091833 0610-BEGIN-CAMPAIGN-PAGE.                                        !@31A
091834* every top-of-form: a message still waiting for its place on the !@31A
091835* last statement's first page was not placed. a page whose report !@31A
091836* or account differs from the page before begins a statement, and !@31A
091837* the first campaign in the member in effect on the run date with !@31A
091838* a selection taking the statement is chosen for it. a report with!@31A
091839* no APKACTC account field is a single statement.                 !@31A
091840     SET CMPN-NOTFOUND TO TRUE.                                   !@31A
091841     IF NOT CMPN-NONE-PENDING                                     !@31A
091842      THEN                                                        !@31A
091843       MOVE 'N' TO CMPN-RESULT;                                   !@31A
091844       PERFORM 0640-WRITE-IMPRESSION                              !@31A
091845     END-IF.                                                      !@31A
091846     IF CMPN-CNTR > 0                                             !@31A
091847        AND (INDEX-REPTNUM NOT = STMT-REPTNUM                     !@31A
091848             OR INDEX-ACCTNO NOT = STMT-ACCTNO)                   !@31A
091849      THEN                                                        !@31A
091850       MOVE INDEX-REPTNUM TO STMT-REPTNUM;                        !@31A
091851       MOVE INDEX-ACCTNO TO STMT-ACCTNO;                          !@31A
091852       MOVE PAGE-COUNT TO STMT-PAGENUM;                           !@31A
091853       SET DEST-TABLE-INDX TO 1;                                  !@31A
091854       SEARCH DEST-TABLE                                          !@31A
091855        AT END                                                    !@31A
091856         MOVE DEST-DEPT (1) TO STMT-DEPT                          !@31A
091857        WHEN DEST-RPTNUM (DEST-TABLE-INDX) = INDEX-REPTNUM        !@31A
091858         MOVE DEST-DEPT (DEST-TABLE-INDX) TO STMT-DEPT            !@31A
091859       END-SEARCH;                                                !@31A
091860       PERFORM 0615-CHECK-CAMPAIGN                                !@31A
091861           VARYING CMPN-INDEX FROM 1 BY 1                         !@31A
091862           UNTIL CMPN-INDEX > CMPN-CNTR OR CMPN-FOUND             !@31A
091863     END-IF.                                                      !@31A
091864     IF CMPN-FOUND                                                !@31A
091865      THEN                                                        !@31A
091866       SET CMPN-INDEX TO CMPN-CURR;                               !@31A
091867       IF CMPN-IS-PSEG (CMPN-INDEX)                               !@31A
091868        THEN                                                      !@31A
091869         SET CMPN-PSEG-PENDING TO TRUE;                           !@31A
091870         MOVE CMPN-PSEG (CMPN-INDEX) TO CPSG-NAME;                !@31A
091871         MOVE CMPN-ACROSS (CMPN-INDEX) TO CPSG-X-COORD;           !@31A
091872         MOVE CMPN-DOWN (CMPN-INDEX) TO CPSG-Y-COORD              !@31A
091873        ELSE                                                      !@31A
091874         SET CMPN-TEXT-PENDING TO TRUE                            !@31A
091875       END-IF                                                     !@31A
091876     END-IF.                                                      !@31A
091877 0615-CHECK-CAMPAIGN.                                             !@31A
091878     SET CMPN-THIS TO CMPN-INDEX.                                 !@31A
091879     IF CMPN-START (CMPN-INDEX) NOT > WS-RUNDATE                  !@31A
091880        AND CMPN-END (CMPN-INDEX) NOT < WS-RUNDATE                !@31A
091881        AND (CMPN-IS-PSEG (CMPN-INDEX)                            !@31A
091882             OR CMPN-TEXT-LEN (CMPN-INDEX) > ZERO)                !@31A
091883      THEN                                                        !@31A
091884       PERFORM 0620-CHECK-SELECTION                               !@31A
091885           VARYING CSEL-INDEX FROM 1 BY 1                         !@31A
091886           UNTIL CSEL-INDEX > CSEL-CNTR OR CMPN-FOUND             !@31A
091887     END-IF.                                                      !@31A
091888 0620-CHECK-SELECTION.                                            !@31A
091889     IF CSEL-CMPN (CSEL-INDEX) = CMPN-THIS                        !@31A
091890        AND (CSEL-RPTNUM (CSEL-INDEX) = SPACES                    !@31A
091891             OR CSEL-RPTNUM (CSEL-INDEX) = STMT-REPTNUM)          !@31A
091892      THEN                                                        !@31A
091893       EVALUATE TRUE                                              !@31A
091894        WHEN CSEL-BY-REPORT (CSEL-INDEX)                          !@31A
091895         SET CMPN-FOUND TO TRUE                                   !@31A
091896        WHEN CSEL-BY-DEPT (CSEL-INDEX)                            !@31A
091897         AND STMT-DEPT NOT < CSEL-LOW (CSEL-INDEX) (1 : 4)        !@31A
091898         AND STMT-DEPT NOT > CSEL-HIGH (CSEL-INDEX) (1 : 4)       !@31A
091899         SET CMPN-FOUND TO TRUE                                   !@31A
091900        WHEN CSEL-BY-ACCT (CSEL-INDEX)                            !@31A
091901         AND STMT-ACCTNO NOT < CSEL-LOW (CSEL-INDEX)              !@31A
091902         AND STMT-ACCTNO NOT > CSEL-HIGH (CSEL-INDEX)             !@31A
091903         SET CMPN-FOUND TO TRUE                                   !@31A
091904       END-EVALUATE;                                              !@31A
091905       IF CMPN-FOUND                                              !@31A
091906        THEN                                                      !@31A
091907         MOVE CMPN-THIS TO CMPN-CURR;                             !@31A
091908         MOVE CSEL-SEQ (CSEL-INDEX) TO CMPN-CURR-SEL              !@31A
091909       END-IF                                                     !@31A
091910     END-IF.                                                      !@31A
091911     SKIP2                                                        !@31A
091912 0630-PLACE-CAMPAIGN-TEXT.                                        !@31A
091913* the statement's first page has reached its campaign text's line.!@31A
091914* the text goes in only where its columns are blank - a record    !@31A
091915* short of them is blank past its end, and is lengthened to take  !@31A
091916* the text - and, in a SOSI file, single-byte; otherwise the      !@31A
091917* message is not placed.                                          !@31A
091918     SET CMPN-INDEX TO CMPN-CURR.                                 !@31A
091919     MOVE 'P' TO CMPN-RESULT.                                     !@31A
091920     COMPUTE CMPN-END-COL = CMPN-ACROSS (CMPN-INDEX)              !@31A
091921                          + CMPN-TEXT-LEN (CMPN-INDEX) - 1.       !@31A
091922     IF CMPN-ACROSS (CMPN-INDEX) NOT > INP-RECLEN                 !@31A
091923      THEN                                                        !@31A
091924       IF CMPN-END-COL > INP-RECLEN                               !@31A
091925        THEN                                                      !@31A
091926         COMPUTE CMPN-CHK-LEN = INP-RECLEN                        !@31A
091927                              - CMPN-ACROSS (CMPN-INDEX) + 1      !@31A
091928        ELSE                                                      !@31A
091929         MOVE CMPN-TEXT-LEN (CMPN-INDEX) TO CMPN-CHK-LEN          !@31A
091930       END-IF;                                                    !@31A
091931       IF INP-LINE (CMPN-ACROSS (CMPN-INDEX) : CMPN-CHK-LEN)      !@31A
091932          NOT = SPACES                                            !@31A
091933        THEN                                                      !@31A
091934         MOVE 'N' TO CMPN-RESULT                                  !@31A
091935       END-IF;                                                    !@31A
091936       IF SOSI-MODE AND CMPN-RESULT = 'P'                         !@31A
091937        THEN                                                      !@31A
091938         MOVE CMPN-ACROSS (CMPN-INDEX) TO CHK-START;              !@31A
091939         MOVE CMPN-CHK-LEN TO CHK-LEN;                            !@31A
091940         PERFORM 0900-CHECK-SOSI-SAFE THRU 0900-EXIT;             !@31A
091941         IF SOSI-UNSAFE                                           !@31A
091942          THEN                                                    !@31A
091943           MOVE 'N' TO CMPN-RESULT                                !@31A
091944         END-IF                                                   !@31A
091945       END-IF                                                     !@31A
091946     END-IF.                                                      !@31A
091947     IF CMPN-RESULT = 'P'                                         !@31A
091948      THEN                                                        !@31A
091949       IF CMPN-ACROSS (CMPN-INDEX) > INP-RECLEN + 1               !@31A
091950        THEN                                                      !@31A
091951         COMPUTE CMPN-CHK-LEN = CMPN-ACROSS (CMPN-INDEX)          !@31A
091952                              - INP-RECLEN - 1;                   !@31A
091953         MOVE SPACES TO INP-LINE (INP-RECLEN + 1 : CMPN-CHK-LEN)  !@31A
091954       END-IF;                                                    !@31A
091955       IF CMPN-END-COL > INP-RECLEN                               !@31A
091956        THEN                                                      !@31A
091957         MOVE CMPN-END-COL TO INP-RECLEN                          !@31A
091958       END-IF;                                                    !@31A
091959       MOVE CMPN-TEXT (CMPN-INDEX)                                !@31A
091960              (1 : CMPN-TEXT-LEN (CMPN-INDEX))                    !@31A
091961         TO INP-LINE (CMPN-ACROSS (CMPN-INDEX) :                  !@31A
091962                      CMPN-TEXT-LEN (CMPN-INDEX))                 !@31A
091963     END-IF.                                                      !@31A
091964     SET CMPN-NONE-PENDING TO TRUE.                               !@31A
091965 0635-INSERT-CAMPAIGN-PSEG.                                       !@31A
091966* ACIF has called back for the statement's campaign page segment. !@31A
091967     CALL AFPWRITE USING SF-IPS,                                  !@31A
091968                         CMPN-PSEG-DATA,                          !@31A
091969                         BY CONTENT LENGTH OF CMPN-PSEG-DATA,     !@31A
091970                         BY REFERENCE INP-RECLEN,                 !@31A
091971                         INP-RECPTR.                              !@31A
091972     MOVE 'P' TO CMPN-RESULT.                                     !@31A
091973     PERFORM 0640-WRITE-IMPRESSION.                               !@31A
091974 0640-WRITE-IMPRESSION.                                           !@31A
091975* one impression record per statement a campaign was chosen for:  !@31A
091976* P when its message reached the first page, N when it could not. !@31A
091977     SET CMPN-INDEX TO CMPN-CURR.                                 !@31A
091978     MOVE SPACES TO CIMP-RECORD.                                  !@31A
091979     MOVE CMPN-ID (CMPN-INDEX) TO CIMP-ID.                        !@31A
091980     MOVE CMPN-CURR-SEL TO CIMP-SELNUM.                           !@31A
091981     MOVE CMPN-RESULT TO CIMP-STATUS.                             !@31A
091982     MOVE STMT-ACCTNO TO CIMP-ACCTNO.                             !@31A
091983     MOVE STMT-REPTNUM TO CIMP-REPTNUM.                           !@31A
091984     MOVE STMT-DEPT TO CIMP-DEPT.                                 !@31A
091985     MOVE STMT-PAGENUM TO CIMP-PAGENUM.                           !@31A
091986     MOVE CKTL-JOBID TO CIMP-JOBID.                               !@31A
091987     MOVE WS-RUNDATE TO CIMP-RUNDATE.                             !@31A
091988     WRITE CIMP-RECORD.                                           !@31A
091989     ADD 1 TO CIMP-WRITE-CNTR.                                    !@31A
091990     IF CIMP-PLACED                                               !@31A
091991      THEN                                                        !@31A
091992       ADD 1 TO CIMP-PLACED-CNTR                                  !@31A
091993      ELSE                                                        !@31A
091994       ADD 1 TO CIMP-MISSED-CNTR                                  !@31A
091995     END-IF.                                                      !@31A
091996     MOVE SPACE TO CMPN-RESULT.                                   !@31A
091997     SET CMPN-NONE-PENDING TO TRUE.                               !@31A
091998 0650-CLOSE-CAMPAIGNS.                                            !@31A
091999* at EOF a message still waiting was not placed. the impression   !@31A
092000* file is closed with its trailer, and the run's impressions are  !@31A
092001* counted in the job log.                                         !@31A
092002     IF NOT CMPN-NONE-PENDING                                     !@31A
092003      THEN                                                        !@31A
092004       MOVE 'N' TO CMPN-RESULT;                                   !@31A
092005       PERFORM 0640-WRITE-IMPRESSION                              !@31A
092006     END-IF.                                                      !@31A
092007     MOVE CIMP-WRITE-CNTR TO TRLR-COUNT.                          !@31A
092008     WRITE CIMP-RECORD FROM TRLR-RECORD.                          !@31A
092009     CLOSE CIMP-FILE.                                             !@31A
092010     IF CMPN-CNTR > 0                                             !@31A
092011      THEN                                                        !@31A
092012       MOVE CIMP-PLACED-CNTR TO CIMP-DISP;                        !@31A
092013       DISPLAY PGMNAME, CIMP-DISP, ' CAMPAIGN MESSAGES PLACED.';  !@31A
092014       MOVE CIMP-MISSED-CNTR TO CIMP-DISP;                        !@31A
092015       DISPLAY PGMNAME, CIMP-DISP,                                !@31A
092016         ' CAMPAIGN MESSAGES NOT PLACED.'                         !@31A
092017     END-IF.                                                      !@31A
092018     SKIP2                                                        !@32A
092019 0700-LOAD-STMT-RULES.                                            !@32A
092020* load the statement suppression rules from the APKSTSC control   !@32A
092021* file, if one is allocated; an absent or empty control file      !@32A
092022* suppresses nothing. the suppressed statement file is opened     !@32A
092023* either way, so the APKEDLV step always has one to read.         !@32A
092024     OPEN INPUT STSC-CTL-FILE.                                    !@32A
092025     SET STSC-NOTEOF TO TRUE.                                     !@32A
092026     PERFORM UNTIL STSC-EOF                                       !@32A
092027       READ STSC-CTL-FILE INTO STSC-CTL-CARD                      !@32A
092028        AT END                                                    !@32A
092029         SET STSC-EOF TO TRUE                                     !@32A
092030        NOT AT END                                                !@32A
092031         PERFORM 0705-ADD-STMT-RULE-CARD                          !@32A
092032       END-READ                                                   !@32A
092033     END-PERFORM.                                                 !@32A
092034     CLOSE STSC-CTL-FILE.                                         !@32A
092035     IF STSR-CNTR > 0                                             !@32A
092036      THEN                                                        !@32A
092037       SET STSR-INDEX TO STSR-CNTR;                               !@32A
092038       MOVE 'Y' TO STSR-END-FLAG (STSR-INDEX);                    !@32A
092039       MOVE STSR-CNTR TO STSP-DISP;                               !@32A
092040       DISPLAY PGMNAME, STSP-DISP,                                !@32A
092041         ' STATEMENT SUPPRESSION CONDITIONS LOADED.'              !@32A
092042     END-IF.                                                      !@32A
092043     OPEN OUTPUT SSUP-FILE.                                       !@32A
092044 0705-ADD-STMT-RULE-CARD.                                         !@32A
092045* a card failing its checks disables its whole rule, with a       !@32A
092046* warning: a rule short of one of its conditions would suppress   !@32A
092047* more statements than it was written for.                        !@32A
092048     IF STSC-RPTNUM (1 : 1) NOT = '*'                             !@32A
092049        AND STSC-CTL-CARD NOT = SPACES                            !@32A
092050      THEN                                                        !@32A
092051       PERFORM 0706-CHECK-STMT-RULE-CARD;                         !@32A
092052       IF STSC-CARD-OK                                            !@32A
092053        THEN                                                      !@32A
092054         PERFORM 0707-TAKE-STMT-RULE-CARD                         !@32A
092055        ELSE                                                      !@32A
092056         DISPLAY PGMNAME ' APKSTSC CARD IGNORED, RULE '           !@32A
092057           STSC-RULE-ID ' DISABLED: ' STSC-CTL-CARD (1 : 40);     !@32A
092058         PERFORM 0708-VOID-STMT-RULE                              !@32A
092059       END-IF                                                     !@32A
092060     END-IF.                                                      !@32A
092061 0706-CHECK-STMT-RULE-CARD.                                       !@32A
092062* a report, a rule id, a known condition and scope, and a phrase; !@32A
092063* for an amount, a column past the carriage control byte, a length!@32A
092064* the amount area takes, a comparison, and an amount to compare   !@32A
092065* with. the cards of a rule must follow one another: a card for   !@32A
092066* a rule seen before, but not on the card before, is out of place.!@32A
092067     SET STSC-CARD-OK TO TRUE.                                    !@32A
092068     IF STSC-RPTNUM = SPACES OR STSC-RULE-ID = SPACES             !@32A
092069        OR STSC-PHRASE = SPACES OR NOT STSC-SCOPE-OK              !@32A
092070        OR NOT (STSC-PRESENT OR STSC-ABSENT OR STSC-FIELD)        !@32A
092071        OR STSR-CNTR NOT < 100                                    !@32A
092072      THEN                                                        !@32A
092073       SET STSC-CARD-BAD TO TRUE                                  !@32A
092074     END-IF.                                                      !@32A
092075     IF STSC-CARD-OK AND STSR-CNTR > 0                            !@32A
092076      THEN                                                        !@32A
092077       SET STSR-INDEX TO STSR-CNTR;                               !@32A
092078       IF STSR-RPTNUM (STSR-INDEX) NOT = STSC-RPTNUM              !@32A
092079          OR STSR-RULE-ID (STSR-INDEX) NOT = STSC-RULE-ID         !@32A
092080        THEN                                                      !@32A
092081         PERFORM 0709-FIND-STMT-RULE;                             !@32A
092082         IF STSR-FOUND                                            !@32A
092083          THEN                                                    !@32A
092084           SET STSC-CARD-BAD TO TRUE                              !@32A
092085         END-IF                                                   !@32A
092086       END-IF                                                     !@32A
092087     END-IF.                                                      !@32A
092088     IF STSC-CARD-OK AND STSC-FIELD                               !@32A
092089      THEN                                                        !@32A
092090       IF STSC-COL NOT NUMERIC OR STSC-LEN NOT NUMERIC            !@32A
092091        THEN                                                      !@32A
092092         SET STSC-CARD-BAD TO TRUE                                !@32A
092093        ELSE                                                      !@32A
092094         IF STSC-COL < 2 OR STSC-LEN < 1                          !@32A
092095            OR STSC-LEN > LENGTH OF STSP-TEXT                     !@32A
092096            OR NOT STSC-OPER-OK                                   !@32A
092097          THEN                                                    !@32A
092098           SET STSC-CARD-BAD TO TRUE                              !@32A
092099          ELSE                                                    !@32A
092100           MOVE STSC-VALUE TO STSP-TEXT;                          !@32A
092101           PERFORM 0760-PARSE-AMOUNT;                             !@32A
092102           IF STSP-AMT-BAD                                        !@32A
092103            THEN                                                  !@32A
092104             SET STSC-CARD-BAD TO TRUE                            !@32A
092105           END-IF                                                 !@32A
092106         END-IF                                                   !@32A
092107       END-IF                                                     !@32A
092108     END-IF.                                                      !@32A
092109 0707-TAKE-STMT-RULE-CARD.                                        !@32A
092110* the card's condition joins the table - void when the card failed!@32A
092111* its checks. a card for another rule than the card before closes !@32A
092112* that rule and opens its own.                                    !@32A
092113     ADD 1 TO STSR-CNTR.                                          !@32A
092114     SET STSR-INDEX TO STSR-CNTR.                                 !@32A
092115     MOVE STSC-RPTNUM TO STSR-RPTNUM (STSR-INDEX).                !@32A
092116     MOVE STSC-RULE-ID TO STSR-RULE-ID (STSR-INDEX).              !@32A
092117     MOVE STSC-TYPE TO STSR-TYPE (STSR-INDEX).                    !@32A
092118     MOVE STSC-SCOPE TO STSR-SCOPE (STSR-INDEX).                  !@32A
092119     MOVE STSC-PHRASE TO STSR-PHRASE (STSR-INDEX).                !@32A
092120     MOVE ZERO TO STSP-SCAN-PTR.                                  !@32A
092121     IF STSC-PHRASE NOT = SPACES                                  !@32A
092122      THEN                                                        !@32A
092123       MOVE LENGTH OF STSC-PHRASE TO STSP-SCAN-PTR;               !@32A
092124       PERFORM UNTIL STSC-PHRASE (STSP-SCAN-PTR : 1) NOT = SPACE  !@32A
092125         SUBTRACT 1 FROM STSP-SCAN-PTR                            !@32A
092126       END-PERFORM                                                !@32A
092127     END-IF.                                                      !@32A
092128     MOVE STSP-SCAN-PTR TO STSR-PHR-LEN (STSR-INDEX).             !@32A
092129     MOVE ZERO TO STSR-COL (STSR-INDEX), STSR-LEN (STSR-INDEX).   !@32A
092130     MOVE ZERO TO STSR-VALUE (STSR-INDEX).                        !@32A
092131     MOVE SPACES TO STSR-OPER (STSR-INDEX).                       !@32A
092132     IF STSC-CARD-OK AND STSC-FIELD                               !@32A
092133      THEN                                                        !@32A
092134       MOVE STSC-COL TO STSR-COL (STSR-INDEX);                    !@32A
092135       MOVE STSC-LEN TO STSR-LEN (STSR-INDEX);                    !@32A
092136       MOVE STSC-OPER TO STSR-OPER (STSR-INDEX);                  !@32A
092137       MOVE STSP-AMOUNT TO STSR-VALUE (STSR-INDEX)                !@32A
092138     END-IF.                                                      !@32A
092139     IF STSC-CARD-BAD                                             !@32A
092140      THEN                                                        !@32A
092141       SET STSR-VOID (STSR-INDEX) TO TRUE                         !@32A
092142     END-IF.                                                      !@32A
092143     SET STSR-NOTMET (STSR-INDEX) TO TRUE.                        !@32A
092144     MOVE 'Y' TO STSR-START-FLAG (STSR-INDEX).                    !@32A
092145     MOVE 'N' TO STSR-END-FLAG (STSR-INDEX).                      !@32A
092146     IF STSR-CNTR > 1                                             !@32A
092147      THEN                                                        !@32A
092148       SET STSR-INDEX DOWN BY 1;                                  !@32A
092149       IF STSR-RPTNUM (STSR-INDEX) = STSC-RPTNUM                  !@32A
092150          AND STSR-RULE-ID (STSR-INDEX) = STSC-RULE-ID            !@32A
092151        THEN                                                      !@32A
092152         SET STSR-INDEX UP BY 1;                                  !@32A
092153         MOVE 'N' TO STSR-START-FLAG (STSR-INDEX)                 !@32A
092154        ELSE                                                      !@32A
092155         MOVE 'Y' TO STSR-END-FLAG (STSR-INDEX)                   !@32A
092156       END-IF                                                     !@32A
092157     END-IF.                                                      !@32A
092158 0708-VOID-STMT-RULE.                                             !@32A
092159* the conditions of the rule already taken are voided, and while  !@32A
092160* the table has room the card goes in void too, so the rest of the!@32A
092161* rule's cards join a rule that can never be met.                 !@32A
092162     IF STSR-CNTR > 0                                             !@32A
092163      THEN                                                        !@32A
092164       PERFORM 0701-VOID-ONE-CONDITION                            !@32A
092165           VARYING STSR-INDEX FROM 1 BY 1                         !@32A
092166           UNTIL STSR-INDEX > STSR-CNTR                           !@32A
092167     END-IF.                                                      !@32A
092168     IF STSR-CNTR < 100                                           !@32A
092169        AND STSC-RPTNUM NOT = SPACES AND STSC-RULE-ID NOT = SPACES!@32A
092170      THEN                                                        !@32A
092171       PERFORM 0707-TAKE-STMT-RULE-CARD                           !@32A
092172     END-IF.                                                      !@32A
092173 0701-VOID-ONE-CONDITION.                                         !@32A
092174     IF STSR-RPTNUM (STSR-INDEX) = STSC-RPTNUM                    !@32A
092175        AND STSR-RULE-ID (STSR-INDEX) = STSC-RULE-ID              !@32A
092176      THEN                                                        !@32A
092177       SET STSR-VOID (STSR-INDEX) TO TRUE                         !@32A
092178     END-IF.                                                      !@32A
092179 0709-FIND-STMT-RULE.                                             !@32A
092180     SET STSR-NOTFOUND TO TRUE.                                   !@32A
092181     SET STSR-INDEX TO 1.                                         !@32A
092182     SEARCH STSR-ENTRY                                            !@32A
092183      AT END                                                      !@32A
092184       CONTINUE                                                   !@32A
092185      WHEN STSR-RPTNUM (STSR-INDEX) = STSC-RPTNUM                 !@32A
092186       AND STSR-RULE-ID (STSR-INDEX) = STSC-RULE-ID               !@32A
092187       SET STSR-FOUND TO TRUE                                     !@32A
092188     END-SEARCH.                                                  !@32A
092189     SKIP2                                                        !@32A
092190 0710-BEGIN-STMT-PAGE.                                            !@32A
092191* every top-of-form: a page whose report or account differs from  !@32A
092192* the page before ends the open statement, which is judged, and   !@32A
092193* begins the next, by its Begin Page ordinal. a report with no    !@32A
092194* APKACTC account field is a single statement. only a paper       !@32A
092195* statement of a report with rules is followed.                   !@32A
092196     SET STSP-NOT-SUMMARY TO TRUE.                                !@32A
092197     IF STSR-CNTR > 0                                             !@32A
092198      THEN                                                        !@32A
092199       IF INDEX-REPTNUM NOT = STSP-REPTNUM                        !@32A
092200          OR INDEX-ACCTNO NOT = STSP-ACCTNO                       !@32A
092201        THEN                                                      !@32A
092202         PERFORM 0715-FINISH-STATEMENT;                           !@32A
092203         MOVE INDEX-REPTNUM TO STSP-REPTNUM;                      !@32A
092204         MOVE INDEX-REPTDATE TO STSP-REPTDATE;                    !@32A
092205         MOVE INDEX-ACCTNO TO STSP-ACCTNO;                        !@32A
092206         MOVE NDXV-SEQ TO STSP-FIRST-PAGE;                        !@32A
092207         PERFORM 0712-RESET-CONDITION                             !@32A
092208             VARYING STSR-INDEX FROM 1 BY 1                       !@32A
092209             UNTIL STSR-INDEX > STSR-CNTR                         !@32A
092210       END-IF;                                                    !@32A
092211       MOVE NDXV-SEQ TO STSP-LAST-PAGE                            !@32A
092212     END-IF.                                                      !@32A
092213 0712-RESET-CONDITION.                                            !@32A
092214* an absent phrase holds until it is seen; every other condition  !@32A
092215* waits to be met.                                                !@32A
092216     IF STSR-RPTNUM (STSR-INDEX) = STSP-REPTNUM                   !@32A
092217      THEN                                                        !@32A
092218       IF STSR-ABSENT (STSR-INDEX)                                !@32A
092219        THEN                                                      !@32A
092220         SET STSR-MET (STSR-INDEX) TO TRUE                        !@32A
092221        ELSE                                                      !@32A
092222         SET STSR-NOTMET (STSR-INDEX) TO TRUE                     !@32A
092223       END-IF;                                                    !@32A
092224       IF PAGE-PAPER                                              !@32A
092225        THEN                                                      !@32A
092226         SET STSP-ACTIVE TO TRUE                                  !@32A
092227       END-IF                                                     !@32A
092228     END-IF.                                                      !@32A
092229 0715-FINISH-STATEMENT.                                           !@32A
092230* the open statement is judged against its report's rules in card !@32A
092231* order; the first rule all of whose conditions held takes it.    !@32A
092232     IF STSP-ACTIVE                                               !@32A
092233      THEN                                                        !@32A
092234       SET STSP-NOTMATCHED TO TRUE;                               !@32A
092235       PERFORM 0730-CHECK-STMT-RULE                               !@32A
092236           VARYING STSR-INDEX FROM 1 BY 1                         !@32A
092237           UNTIL STSR-INDEX > STSR-CNTR OR STSP-MATCHED;          !@32A
092238       IF STSP-MATCHED                                            !@32A
092239        THEN                                                      !@32A
092240         PERFORM 0740-WRITE-SUPPRESSION                           !@32A
092241       END-IF                                                     !@32A
092242     END-IF.                                                      !@32A
092243     SET STSP-NOTACTIVE TO TRUE.                                  !@32A
092244 0720-CHECK-STMT-LINE.                                            !@32A
092245* the last heading line tells a summary page; the report's        !@32A
092246* conditions looking at a line of this kind are then judged on it.!@32A
092247     IF LINE-COUNT = LAST-HEADING                                 !@32A
092248        AND INP-LINE (SUMM-START : LENGTH OF SUMM-LIT) = SUMM-LIT !@32A
092249      THEN                                                        !@32A
092250       SET STSP-SUMMARY-PAGE TO TRUE                              !@32A
092251     END-IF.                                                      !@32A
092252     IF INP-RECLEN > ZERO                                         !@32A
092253        AND (LINE-COUNT NOT > LAST-HEADING OR STSP-SUMMARY-PAGE)  !@32A
092254      THEN                                                        !@32A
092255       PERFORM 0725-CHECK-CONDITION                               !@32A
092256           VARYING STSR-INDEX FROM 1 BY 1                         !@32A
092257           UNTIL STSR-INDEX > STSR-CNTR                           !@32A
092258     END-IF.                                                      !@32A
092259 0725-CHECK-CONDITION.                                            !@32A
092260* a condition looks for its phrase on the line: seen, a present   !@32A
092261* phrase is met and an absent one fails, and an amount is read    !@32A
092262* from the line that carries it.                                  !@32A
092263     IF STSR-RPTNUM (STSR-INDEX) = STSP-REPTNUM                   !@32A
092264        AND NOT STSR-VOID (STSR-INDEX)                            !@32A
092265        AND (STSR-ANYWHERE (STSR-INDEX)                           !@32A
092266             OR (STSR-HEADING (STSR-INDEX)                        !@32A
092267                 AND LINE-COUNT NOT > LAST-HEADING)               !@32A
092268             OR (STSR-SUMMARY (STSR-INDEX) AND STSP-SUMMARY-PAGE))!@32A
092269      THEN                                                        !@32A
092270       MOVE ZERO TO STSP-TALLY;                                   !@32A
092271       INSPECT INP-LINE (1 : INP-RECLEN) TALLYING STSP-TALLY      !@32A
092272           FOR ALL STSR-PHRASE (STSR-INDEX)                       !@32A
092273                   (1 : STSR-PHR-LEN (STSR-INDEX));               !@32A
092274       EVALUATE TRUE                                              !@32A
092275        WHEN STSP-TALLY = ZERO                                    !@32A
092276         CONTINUE                                                 !@32A
092277        WHEN STSR-PRESENT (STSR-INDEX)                            !@32A
092278         SET STSR-MET (STSR-INDEX) TO TRUE                        !@32A
092279        WHEN STSR-ABSENT (STSR-INDEX)                             !@32A
092280         SET STSR-NOTMET (STSR-INDEX) TO TRUE                     !@32A
092281        WHEN STSR-FIELD (STSR-INDEX)                              !@32A
092282         PERFORM 0727-CHECK-AMOUNT                                !@32A
092283       END-EVALUATE                                               !@32A
092284     END-IF.                                                      !@32A
092285 0727-CHECK-AMOUNT.                                               !@32A
092286* a line too short for the field, or with no amount in it, does   !@32A
092287* not meet the condition; any one line that does meets it.        !@32A
092288     COMPUTE STSP-END-COL = STSR-COL (STSR-INDEX)                 !@32A
092289                          + STSR-LEN (STSR-INDEX) - 1.            !@32A
092290     IF STSP-END-COL NOT > INP-RECLEN                             !@32A
092291      THEN                                                        !@32A
092292       MOVE INP-LINE (STSR-COL (STSR-INDEX) :                     !@32A
092293                      STSR-LEN (STSR-INDEX))                      !@32A
092294         TO STSP-TEXT;                                            !@32A
092295       PERFORM 0760-PARSE-AMOUNT;                                 !@32A
092296       IF STSP-AMT-OK                                             !@32A
092297        THEN                                                      !@32A
092298         EVALUATE TRUE                                            !@32A
092299          WHEN STSR-OPER (STSR-INDEX) = 'EQ'                      !@32A
092300           AND STSP-AMOUNT = STSR-VALUE (STSR-INDEX)              !@32A
092301          WHEN STSR-OPER (STSR-INDEX) = 'NE'                      !@32A
092302           AND STSP-AMOUNT NOT = STSR-VALUE (STSR-INDEX)          !@32A
092303          WHEN STSR-OPER (STSR-INDEX) = 'GT'                      !@32A
092304           AND STSP-AMOUNT > STSR-VALUE (STSR-INDEX)              !@32A
092305          WHEN STSR-OPER (STSR-INDEX) = 'LT'                      !@32A
092306           AND STSP-AMOUNT < STSR-VALUE (STSR-INDEX)              !@32A
092307          WHEN STSR-OPER (STSR-INDEX) = 'GE'                      !@32A
092308           AND STSP-AMOUNT NOT < STSR-VALUE (STSR-INDEX)          !@32A
092309          WHEN STSR-OPER (STSR-INDEX) = 'LE'                      !@32A
092310           AND STSP-AMOUNT NOT > STSR-VALUE (STSR-INDEX)          !@32A
092311           SET STSR-MET (STSR-INDEX) TO TRUE                      !@32A
092312          WHEN OTHER                                              !@32A
092313           CONTINUE                                               !@32A
092314         END-EVALUATE                                             !@32A
092315       END-IF                                                     !@32A
092316     END-IF.                                                      !@32A
092317 0730-CHECK-STMT-RULE.                                            !@32A
092318* a rule's conditions follow one another, its first and last      !@32A
092319* marked; the rule holds when none of them failed.                !@32A
092320     IF STSR-RPTNUM (STSR-INDEX) = STSP-REPTNUM                   !@32A
092321      THEN                                                        !@32A
092322       IF STSR-RULE-START (STSR-INDEX)                            !@32A
092323        THEN                                                      !@32A
092324         SET STSP-RULE-MET TO TRUE                                !@32A
092325       END-IF;                                                    !@32A
092326       IF NOT STSR-MET (STSR-INDEX)                               !@32A
092327        THEN                                                      !@32A
092328         SET STSP-RULE-FAILED TO TRUE                             !@32A
092329       END-IF;                                                    !@32A
092330       IF STSR-RULE-END (STSR-INDEX) AND STSP-RULE-MET            !@32A
092331        THEN                                                      !@32A
092332         SET STSP-MATCHED TO TRUE;                                !@32A
092333         MOVE STSR-RULE-ID (STSR-INDEX) TO STSP-RULE-ID           !@32A
092334       END-IF                                                     !@32A
092335     END-IF.                                                      !@32A
092336 0740-WRITE-SUPPRESSION.                                          !@32A
092337* the statement goes to the APKEDLV step by its pages, and its    !@32A
092338* pages are counted for the report's U record.                    !@32A
092339     MOVE SPACES TO SSUP-RECORD.                                  !@32A
092340     MOVE STSP-FIRST-PAGE TO SSUP-FIRST-PAGE.                     !@32A
092341     MOVE STSP-LAST-PAGE TO SSUP-LAST-PAGE.                       !@32A
092342     MOVE STSP-REPTNUM TO SSUP-REPTNUM.                           !@32A
092343     MOVE STSP-REPTDATE TO SSUP-REPTDATE.                         !@32A
092344     MOVE STSP-ACCTNO TO SSUP-ACCTNO.                             !@32A
092345     MOVE STSP-RULE-ID TO SSUP-RULE-ID.                           !@32A
092346     COMPUTE SSUP-PAGECNT = STSP-LAST-PAGE - STSP-FIRST-PAGE + 1. !@32A
092347     WRITE SSUP-RECORD.                                           !@32A
092348     ADD 1 TO STSP-STMT-CNTR.                                     !@32A
092349     ADD SSUP-PAGECNT TO STSP-PAGE-CNTR, STSP-JOB-PAGES.          !@32A
092350 0750-CLOSE-STMT-RULES.                                           !@32A
092351* the suppressed statement file is closed, and the run's          !@32A
092352* suppressions counted in the job log.                            !@32A
092353     CLOSE SSUP-FILE.                                             !@32A
092354     IF STSR-CNTR > 0                                             !@32A
092355      THEN                                                        !@32A
092356       MOVE STSP-STMT-CNTR TO STSP-DISP;                          !@32A
092357       DISPLAY PGMNAME, STSP-DISP, ' STATEMENTS SUPPRESSED.';     !@32A
092358       MOVE STSP-JOB-PAGES TO STSP-DISP;                          !@32A
092359       DISPLAY PGMNAME, STSP-DISP,                                !@32A
092360         ' PAGES IN SUPPRESSED STATEMENTS.'                       !@32A
092361     END-IF.                                                      !@32A
092362 0760-PARSE-AMOUNT.                                               !@32A
092363* an amount as printed: digits with at most two after a decimal   !@32A
092364* point; commas, a dollar sign, asterisk fill and blanks are      !@32A
092365* passed over, and a minus sign or a CR makes it negative.        !@32A
092366* anything else, or no digit at all, is not an amount.            !@32A
092367     MOVE ZERO TO STSP-DIGITS, STSP-AMT-CNTR, STSP-DEC-CNTR.      !@32A
092368     MOVE ZERO TO STSP-AMOUNT.                                    !@32A
092369     SET STSP-AMT-OK TO TRUE.                                     !@32A
092370     SET STSP-POSITIVE TO TRUE.                                   !@32A
092371     SET STSP-NO-POINT TO TRUE.                                   !@32A
092372     PERFORM 0765-PARSE-AMOUNT-CHAR                               !@32A
092373         VARYING STSP-SCAN-PTR FROM 1 BY 1                        !@32A
092374         UNTIL STSP-SCAN-PTR > LENGTH OF STSP-TEXT                !@32A
092375            OR STSP-AMT-BAD.                                      !@32A
092376     IF STSP-AMT-CNTR = ZERO                                      !@32A
092377        OR STSP-AMT-CNTR - STSP-DEC-CNTR > 13                     !@32A
092378      THEN                                                        !@32A
092379       SET STSP-AMT-BAD TO TRUE                                   !@32A
092380     END-IF.                                                      !@32A
092381     IF STSP-AMT-OK                                               !@32A
092382      THEN                                                        !@32A
092383       EVALUATE STSP-DEC-CNTR                                     !@32A
092384        WHEN ZERO                                                 !@32A
092385         MOVE STSP-DIGITS TO STSP-AMOUNT                          !@32A
092386        WHEN 1                                                    !@32A
092387         COMPUTE STSP-AMOUNT = STSP-DIGITS / 10                   !@32A
092388        WHEN OTHER                                                !@32A
092389         COMPUTE STSP-AMOUNT = STSP-DIGITS / 100                  !@32A
092390       END-EVALUATE;                                              !@32A
092391       IF STSP-NEGATIVE                                           !@32A
092392        THEN                                                      !@32A
092393         COMPUTE STSP-AMOUNT = ZERO - STSP-AMOUNT                 !@32A
092394       END-IF                                                     !@32A
092395     END-IF.                                                      !@32A
092396 0765-PARSE-AMOUNT-CHAR.                                          !@32A
092397     MOVE STSP-TEXT (STSP-SCAN-PTR : 1) TO STSP-CHAR.             !@32A
092398     EVALUATE TRUE                                                !@32A
092399      WHEN STSP-CHAR NUMERIC                                      !@32A
092400       IF STSP-AMT-CNTR NOT < 15                                  !@32A
092401          OR (STSP-POINT-SEEN AND STSP-DEC-CNTR NOT < 2)          !@32A
092402        THEN                                                      !@32A
092403         SET STSP-AMT-BAD TO TRUE                                 !@32A
092404        ELSE                                                      !@32A
092405         COMPUTE STSP-DIGITS = STSP-DIGITS * 10 + STSP-DIGIT;     !@32A
092406         ADD 1 TO STSP-AMT-CNTR;                                  !@32A
092407         IF STSP-POINT-SEEN                                       !@32A
092408          THEN                                                    !@32A
092409           ADD 1 TO STSP-DEC-CNTR                                 !@32A
092410         END-IF                                                   !@32A
092411       END-IF                                                     !@32A
092412      WHEN STSP-CHAR = '.'                                        !@32A
092413       IF STSP-POINT-SEEN                                         !@32A
092414        THEN                                                      !@32A
092415         SET STSP-AMT-BAD TO TRUE                                 !@32A
092416        ELSE                                                      !@32A
092417         SET STSP-POINT-SEEN TO TRUE                              !@32A
092418       END-IF                                                     !@32A
092419      WHEN STSP-CHAR = ',' OR STSP-CHAR = '$'                     !@32A
092420        OR STSP-CHAR = '*' OR STSP-CHAR = SPACE                   !@32A
092421       CONTINUE                                                   !@32A
092422      WHEN STSP-CHAR = '-'                                        !@32A
092423       SET STSP-NEGATIVE TO TRUE                                  !@32A
092424      WHEN STSP-TEXT-AREA (STSP-SCAN-PTR : 2) = 'CR'              !@32A
092425       SET STSP-NEGATIVE TO TRUE;                                 !@32A
092426       ADD 1 TO STSP-SCAN-PTR                                     !@32A
092427      WHEN OTHER                                                  !@32A
092428       SET STSP-AMT-BAD TO TRUE                                   !@32A
092429     END-EVALUATE.                                                !@32A
092430     SKIP2                                                        !@23A
092430 0940-WTO-CKPT-ERROR.                                              !@23A
092430* the fixed-identifier operator message automation traps when a   !@23A
092535     END-IF.                                                      !@19A
032900 SKIP1
033000 END PROGRAM APKINPXT.

