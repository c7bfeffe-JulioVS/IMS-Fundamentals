       FILE SECTION.
      *
      ****************************************************************
      * PROPOSED-CONSOLIDATION FILE - 120-BYTE CARDS IN COBPROG'S
      * SYSIN-TRANSFER LAYOUT, READY TO REVIEW AND FEED STRAIGHT
      * INTO COBPROG'S SYSIN. THE OPERATOR ID (COLUMNS 81-88) IS
      * LEFT BLANK - THE REVIEWER WHO APPROVES THE DECK KEYS THEIR
      * OWN ID THERE, AND COBPROG CHECKS IT AGAINST THE
      * AUTHORIZATION MASTER LIKE ANY OTHER 'T' CARD.
      ****************************************************************
      *
       FD  CARD-FILE
          05 CARD-KNAME             PIC X(42).
          05 CARD-KTARGET           PIC X(08).
          05 FILLER                 PIC X(21).
          05 CARD-KOPERATOR         PIC X(08).
          05 FILLER                 PIC X(32).
      *
       WORKING-STORAGE SECTION.
      *
