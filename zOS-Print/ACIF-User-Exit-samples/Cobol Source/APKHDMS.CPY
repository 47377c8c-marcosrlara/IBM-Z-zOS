      * LAST UPDATE ON 15 Oct 26            BY  HOWARDT  VERSION 01   *
      *    NEW COPYBOOK.                                              *
      ***************************************************************
      * SYMBOLIC MAP FOR MAPSET APKHDMS: APKHDM1, THE HELP-DESK     *
      * STATEMENT INQUIRY (APKHDIQ), AND APKHDM2, THE REPRINT       *
      * REQUEST STATUS (APKHDST). EACH NAMED FIELD HAS ITS LENGTH,  *
      * FLAG/ATTRIBUTE, AND DATA, AS BMS LAYS THEM OUT WITH         *
      * TIOAPFX=YES. KEEP IN STEP WITH THE MAPSET SOURCE.           *
      ***************************************************************
       01  APKHDM1I.
           02  FILLER              PIC X(12).
           02  IQTYPEL             COMP PIC S9(4).
           02  IQTYPEF             PIC X.
           02  FILLER REDEFINES IQTYPEF.
               03  IQTYPEA         PIC X.
           02  IQTYPEI             PIC X(5).
           02  IQKEYL              COMP PIC S9(4).
           02  IQKEYF              PIC X.
           02  FILLER REDEFINES IQKEYF.
               03  IQKEYA          PIC X.
           02  IQKEYI              PIC X(44).
           02  IQS01L              COMP PIC S9(4).
           02  IQS01F              PIC X.
           02  FILLER REDEFINES IQS01F.
               03  IQS01A          PIC X.
           02  IQS01I              PIC X(1).
           02  IQL01L              COMP PIC S9(4).
           02  IQL01F              PIC X.
           02  FILLER REDEFINES IQL01F.
               03  IQL01A          PIC X.
           02  IQL01I              PIC X(70).
           02  IQS02L              COMP PIC S9(4).
           02  IQS02F              PIC X.
           02  FILLER REDEFINES IQS02F.
               03  IQS02A          PIC X.
           02  IQS02I              PIC X(1).
           02  IQL02L              COMP PIC S9(4).
           02  IQL02F              PIC X.
           02  FILLER REDEFINES IQL02F.
               03  IQL02A          PIC X.
           02  IQL02I              PIC X(70).
           02  IQS03L              COMP PIC S9(4).
           02  IQS03F              PIC X.
           02  FILLER REDEFINES IQS03F.
               03  IQS03A          PIC X.
           02  IQS03I              PIC X(1).
           02  IQL03L              COMP PIC S9(4).
           02  IQL03F              PIC X.
           02  FILLER REDEFINES IQL03F.
               03  IQL03A          PIC X.
           02  IQL03I              PIC X(70).
           02  IQS04L              COMP PIC S9(4).
           02  IQS04F              PIC X.
           02  FILLER REDEFINES IQS04F.
               03  IQS04A          PIC X.
           02  IQS04I              PIC X(1).
           02  IQL04L              COMP PIC S9(4).
           02  IQL04F              PIC X.
           02  FILLER REDEFINES IQL04F.
               03  IQL04A          PIC X.
           02  IQL04I              PIC X(70).
           02  IQS05L              COMP PIC S9(4).
           02  IQS05F              PIC X.
           02  FILLER REDEFINES IQS05F.
               03  IQS05A          PIC X.
           02  IQS05I              PIC X(1).
           02  IQL05L              COMP PIC S9(4).
           02  IQL05F              PIC X.
           02  FILLER REDEFINES IQL05F.
               03  IQL05A          PIC X.
           02  IQL05I              PIC X(70).
           02  IQS06L              COMP PIC S9(4).
           02  IQS06F              PIC X.
           02  FILLER REDEFINES IQS06F.
               03  IQS06A          PIC X.
           02  IQS06I              PIC X(1).
           02  IQL06L              COMP PIC S9(4).
           02  IQL06F              PIC X.
           02  FILLER REDEFINES IQL06F.
               03  IQL06A          PIC X.
           02  IQL06I              PIC X(70).
           02  IQS07L              COMP PIC S9(4).
           02  IQS07F              PIC X.
           02  FILLER REDEFINES IQS07F.
               03  IQS07A          PIC X.
           02  IQS07I              PIC X(1).
           02  IQL07L              COMP PIC S9(4).
           02  IQL07F              PIC X.
           02  FILLER REDEFINES IQL07F.
               03  IQL07A          PIC X.
           02  IQL07I              PIC X(70).
           02  IQS08L              COMP PIC S9(4).
           02  IQS08F              PIC X.
           02  FILLER REDEFINES IQS08F.
               03  IQS08A          PIC X.
           02  IQS08I              PIC X(1).
           02  IQL08L              COMP PIC S9(4).
           02  IQL08F              PIC X.
           02  FILLER REDEFINES IQL08F.
               03  IQL08A          PIC X.
           02  IQL08I              PIC X(70).
           02  IQS09L              COMP PIC S9(4).
           02  IQS09F              PIC X.
           02  FILLER REDEFINES IQS09F.
               03  IQS09A          PIC X.
           02  IQS09I              PIC X(1).
           02  IQL09L              COMP PIC S9(4).
           02  IQL09F              PIC X.
           02  FILLER REDEFINES IQL09F.
               03  IQL09A          PIC X.
           02  IQL09I              PIC X(70).
           02  IQS10L              COMP PIC S9(4).
           02  IQS10F              PIC X.
           02  FILLER REDEFINES IQS10F.
               03  IQS10A          PIC X.
           02  IQS10I              PIC X(1).
           02  IQL10L              COMP PIC S9(4).
           02  IQL10F              PIC X.
           02  FILLER REDEFINES IQL10F.
               03  IQL10A          PIC X.
           02  IQL10I              PIC X(70).
           02  IQRSNL              COMP PIC S9(4).
           02  IQRSNF              PIC X.
           02  FILLER REDEFINES IQRSNF.
               03  IQRSNA          PIC X.
           02  IQRSNI              PIC X(20).
           02  IQMSGL              COMP PIC S9(4).
           02  IQMSGF              PIC X.
           02  FILLER REDEFINES IQMSGF.
               03  IQMSGA          PIC X.
           02  IQMSGI              PIC X(79).
       01  APKHDM1O REDEFINES APKHDM1I.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  IQTYPEO             PIC X(5).
           02  FILLER              PIC X(3).
           02  IQKEYO              PIC X(44).
           02  FILLER              PIC X(3).
           02  IQS01O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL01O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS02O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL02O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS03O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL03O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS04O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL04O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS05O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL05O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS06O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL06O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS07O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL07O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS08O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL08O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS09O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL09O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQS10O              PIC X(1).
           02  FILLER              PIC X(3).
           02  IQL10O              PIC X(70).
           02  FILLER              PIC X(3).
           02  IQRSNO              PIC X(20).
           02  FILLER              PIC X(3).
           02  IQMSGO              PIC X(79).
       01  APKHDM2I.
           02  FILLER              PIC X(12).
           02  STUSRL              COMP PIC S9(4).
           02  STUSRF              PIC X.
           02  FILLER REDEFINES STUSRF.
               03  STUSRA          PIC X.
           02  STUSRI              PIC X(8).
           02  STL01L              COMP PIC S9(4).
           02  STL01F              PIC X.
           02  FILLER REDEFINES STL01F.
               03  STL01A          PIC X.
           02  STL01I              PIC X(78).
           02  STL02L              COMP PIC S9(4).
           02  STL02F              PIC X.
           02  FILLER REDEFINES STL02F.
               03  STL02A          PIC X.
           02  STL02I              PIC X(78).
           02  STL03L              COMP PIC S9(4).
           02  STL03F              PIC X.
           02  FILLER REDEFINES STL03F.
               03  STL03A          PIC X.
           02  STL03I              PIC X(78).
           02  STL04L              COMP PIC S9(4).
           02  STL04F              PIC X.
           02  FILLER REDEFINES STL04F.
               03  STL04A          PIC X.
           02  STL04I              PIC X(78).
           02  STL05L              COMP PIC S9(4).
           02  STL05F              PIC X.
           02  FILLER REDEFINES STL05F.
               03  STL05A          PIC X.
           02  STL05I              PIC X(78).
           02  STL06L              COMP PIC S9(4).
           02  STL06F              PIC X.
           02  FILLER REDEFINES STL06F.
               03  STL06A          PIC X.
           02  STL06I              PIC X(78).
           02  STL07L              COMP PIC S9(4).
           02  STL07F              PIC X.
           02  FILLER REDEFINES STL07F.
               03  STL07A          PIC X.
           02  STL07I              PIC X(78).
           02  STL08L              COMP PIC S9(4).
           02  STL08F              PIC X.
           02  FILLER REDEFINES STL08F.
               03  STL08A          PIC X.
           02  STL08I              PIC X(78).
           02  STL09L              COMP PIC S9(4).
           02  STL09F              PIC X.
           02  FILLER REDEFINES STL09F.
               03  STL09A          PIC X.
           02  STL09I              PIC X(78).
           02  STL10L              COMP PIC S9(4).
           02  STL10F              PIC X.
           02  FILLER REDEFINES STL10F.
               03  STL10A          PIC X.
           02  STL10I              PIC X(78).
           02  STL11L              COMP PIC S9(4).
           02  STL11F              PIC X.
           02  FILLER REDEFINES STL11F.
               03  STL11A          PIC X.
           02  STL11I              PIC X(78).
           02  STL12L              COMP PIC S9(4).
           02  STL12F              PIC X.
           02  FILLER REDEFINES STL12F.
               03  STL12A          PIC X.
           02  STL12I              PIC X(78).
           02  STL13L              COMP PIC S9(4).
           02  STL13F              PIC X.
           02  FILLER REDEFINES STL13F.
               03  STL13A          PIC X.
           02  STL13I              PIC X(78).
           02  STL14L              COMP PIC S9(4).
           02  STL14F              PIC X.
           02  FILLER REDEFINES STL14F.
               03  STL14A          PIC X.
           02  STL14I              PIC X(78).
           02  STL15L              COMP PIC S9(4).
           02  STL15F              PIC X.
           02  FILLER REDEFINES STL15F.
               03  STL15A          PIC X.
           02  STL15I              PIC X(78).
           02  STL16L              COMP PIC S9(4).
           02  STL16F              PIC X.
           02  FILLER REDEFINES STL16F.
               03  STL16A          PIC X.
           02  STL16I              PIC X(78).
           02  STMSGL              COMP PIC S9(4).
           02  STMSGF              PIC X.
           02  FILLER REDEFINES STMSGF.
               03  STMSGA          PIC X.
           02  STMSGI              PIC X(79).
       01  APKHDM2O REDEFINES APKHDM2I.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  STUSRO              PIC X(8).
           02  FILLER              PIC X(3).
           02  STL01O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL02O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL03O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL04O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL05O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL06O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL07O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL08O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL09O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL10O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL11O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL12O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL13O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL14O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL15O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STL16O              PIC X(78).
           02  FILLER              PIC X(3).
           02  STMSGO              PIC X(79).
