000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000101* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 10   *!@10A
000101*    REGISTERED APK028E, ISSUED BY THE NEGOTIABLE SERIAL         *!@10A
000101*    CONTROL APKSERV.                                            *!@10A
000102* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 09   *!@09A
000102*    REGISTERED APK027E, ISSUED BY THE DISASTER-RECOVERY         *!@09A
000102*    REPLAY KIT APKDRKIT.                                        *!@09A
000103* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 08   *!@08A
000103*    REGISTERED APK026E, ISSUED BY THE QC SIGN-OFF APKQCSGN AND  *!@08A
000103*    BY APKINSCF WHEN IT HOLDS THE JOB.                          *!@08A
000105* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 07   *!@07A
000105*    REGISTERED APK025E, ISSUED BY THE BURST DISTRIBUTION        *!@07A
000105*    REGISTER APKDREG.                                           *!@07A
000106* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 06   *!@06A
000107*    REGISTERED APK024E, ISSUED BY THE STATEMENT TEXT EXTRACT    *!@06A
000108*    STEP APKFTXT.                                               *!@06A
000110* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 05   *!@05A
000111*    REGISTERED APK023E, ISSUED BY THE DELIVERY DEADLINE         *!@05A
000112*    REPORT APKSLAR.                                             *!@05A
000113* LAST UPDATE ON 15 Oct 2026            BY  HOWARDT VERSION 04   *!@04A
000115*    REGISTERED APK022E, ISSUED BY THE ELECTRONIC-DELIVERY       *!@04A
000122*    SPLIT STEP APKEDLV.                                         *!@04A
000130* LAST UPDATE ON 2 Sep 2026             BY  HOWARDT VERSION 03   *!@03A
000131*    REGISTERED APK014W THROUGH APK021E, ISSUED BY THE VOLUME    *!@03A
000132*    ANOMALY CHECK, THE COLLECTOR'S TRAILER VERIFICATION, THE    *!@03A
003970                 APK019E  input profile mismatch, job held        !@03A
003980                 APK020E  produced and printed pages disagree     !@03A
003990                 APK021E  window phase refused the step           !@03A
003991                 APK022E  e-delivery cross-reference out of step  !@04A
003992                 APK023E  report delivered past its deadline      !@05A
003993                 APK024E  statement text extract out of step      !@06A
003995                 APK025E  burst not acknowledged by its branch    !@07A
003996                 APK026E  QC sample rejected, job held            !@08A
003997                 APK027E  window not recoverable at DR site       !@09A
003999                 APK028E  serial exceptions, run held from vault  !@10A
004000 DATE-WRITTEN. 22 Aug 2026.
004100 DATE-COMPILED.
004200 SECURITY. IBM SAMPLE CODE ONLY.
