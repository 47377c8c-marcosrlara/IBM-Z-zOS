      * LAST UPDATE ON 15 Oct 26            BY  HOWARDT  VERSION 08   *
      *    ADDED THE PRESENTATION TEXT, BAR CODE, OBJECT ENVIRONMENT  *
      *    GROUP AND OBJECT AREA IDENTIFIERS, NEEDED BY THE INSERTER  *
      *    MARK STEP.                                                 *
      * LAST UPDATE ON 15 Oct 26            BY  HOWARDT  VERSION 07   *
      *    ADDED THE PRESENTATION TEXT IDENTIFIER, NEEDED BY THE      *
      *    STATEMENT TEXT EXTRACT STEP.                               *
      * LAST UPDATE ON 15 Oct 26            BY  HOWARDT  VERSION 06   *
      *    ADDED THE INCLUDE PAGE OVERLAY AND MAP CODED FONT          *
      *    IDENTIFIERS AND THE FQN CODE PAGE, CHARACTER SET AND CODED *
      *    FONT TYPES, NEEDED BY THE OUTPUT EXIT'S RESOURCE REMAP.    *
      * LAST UPDATE ON 15 Oct 26            BY  HOWARDT  VERSION 05   *
      *    ADDED THE NO OPERATION IDENTIFIER, NEEDED BY THE POSTAL    *
      *    PRESORT STEP'S TRAY AND SACK BREAK RECORDS.                *
      * LAST UPDATE ON 22 Aug 26            BY  HOWARDT  VERSION 04   *
      *    ADDED THE BEGIN/END NAMED GROUP IDENTIFIERS, NEEDED BY THE *
      *    OUTPUT EXIT'S GROUP-LEVEL CROSS-REFERENCE.                 *
       77  SF-TLE                  PIC X(3) VALUE X'D3A090'.
       77  SF-BNG                  PIC X(3) VALUE X'D3A8AD'.
       77  SF-ENG                  PIC X(3) VALUE X'D3A9AD'.
       77  SF-NOP                  PIC X(3) VALUE X'D3EEEE'.
       77  SF-IPO                  PIC X(3) VALUE X'D3AFD8'.
       77  SF-MCF                  PIC X(3) VALUE X'D3AB8A'.
       77  SF-PTX                  PIC X(3) VALUE X'D3EE9B'.
       77  SF-BPT                  PIC X(3) VALUE X'D3A89B'.
       77  SF-EPT                  PIC X(3) VALUE X'D3A99B'.
       77  SF-BBC                  PIC X(3) VALUE X'D3A8EB'.
       77  SF-EBC                  PIC X(3) VALUE X'D3A9EB'.
       77  SF-BDD                  PIC X(3) VALUE X'D3A6EB'.
       77  SF-BDA                  PIC X(3) VALUE X'D3EEEB'.
       77  SF-BOG                  PIC X(3) VALUE X'D3A8C7'.
       77  SF-EOG                  PIC X(3) VALUE X'D3A9C7'.
       77  SF-OBD                  PIC X(3) VALUE X'D3A66B'.
       77  SF-OBP                  PIC X(3) VALUE X'D3AC6B'.
      * TRIPLET IDENTIFIERS. BYTE 1 IS THE ID AS IT APPEARS WHEN
      * BUILDING A NEW TRIPLET (SEE FQN-IDENT/COMMENT-TYPE), AND
      * BYTE 2 IS THE SAME ID AS IT APPEARS WHEN SCANNING AN
       77  TR-ATTVAL               PIC X(2) VALUE X'3636'.
       77  FQN-GID                 PIC X   VALUE X'01'.
       77  FQN-ATTR                PIC X   VALUE X'0B'.
       77  FQN-CODEPAGE            PIC X   VALUE X'85'.
       77  FQN-CHARSET             PIC X   VALUE X'86'.
       77  FQN-CODEDFONT           PIC X   VALUE X'8E'.
