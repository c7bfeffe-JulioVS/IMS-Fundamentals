      *   'B' + PROGRAM NAME IN COLUMNS 2-9
      *       + FROM/TO DATES IN COLUMNS 10-25
      *                                      = BOTH TESTS AT ONCE
      *   'O' + OPERATOR ID IN COLUMNS 2-9
      *       + OPTIONAL FROM/TO DATES IN COLUMNS 10-25
      *                                      = ONE OPERATOR'S WORK,
      *                                        ANY PROGRAM (ANY DATE
      *                                        IF THE DATES ARE BLANK)
      *
      * THE JOURNAL CARRIES NO SEGMENT NAME, SO THE SEGMENT TYPE OF
      * EACH ENTRY IS RECOVERED FROM ITS CONCATENATED KEY AND IMAGE :
      *
      * EVERY REVERSING CALL THAT SUCCEEDS IS ITSELF JOURNALED, THE
      * SAME WAY COBPROG JOURNALS ITS OWN MAINTENANCE, SO THE BACKOUT
      * LEAVES ITS OWN AUDIT TRAIL. A BACKOUT HAS NO OPERATOR CARD,
      * SO ITS OWN ENTRIES CARRY THE PROGRAM NAME AS THE OPERATOR AND
      * ARE NEVER PICKED UP BY A LATER 'O' SELECTION.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
             10 JRNI-KEY-DETAIL    PIC X(18).
          05 JRNI-BEFORE-IMAGE     PIC X(120).
          05 JRNI-AFTER-IMAGE      PIC X(120).
          05 JRNI-OPERATOR         PIC X(08).
      *
      ****************************************************************
      * AUDIT JOURNAL DATASET (OUTPUT) - THE BACKOUT'S OWN REVERSING
          05 JRN-CONC-KEY          PIC X(68).
          05 JRN-BEFORE-IMAGE      PIC X(120).
          05 JRN-AFTER-IMAGE       PIC X(120).
          05 JRN-OPERATOR          PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
             88 PARM-BY-PROGRAM              VALUE 'P'.
             88 PARM-BY-DATE                 VALUE 'D'.
             88 PARM-BY-BOTH                 VALUE 'B'.
             88 PARM-BY-OPERATOR             VALUE 'O'.
          05 PARM-ARGUMENT        PIC X(79).
          05 PARM-PROGRAM-ARG REDEFINES PARM-ARGUMENT.
             10 PARM-PROGRAM      PIC X(08).
             10 PARM-B-FROM-DATE  PIC X(08).
             10 PARM-B-TO-DATE    PIC X(08).
             10 FILLER            PIC X(55).
          05 PARM-OPERATOR-ARG REDEFINES PARM-ARGUMENT.
             10 PARM-OPERATOR     PIC X(08).
             10 PARM-O-FROM-DATE  PIC X(08).
             10 PARM-O-TO-DATE    PIC X(08).
             10 FILLER            PIC X(55).
      *
      * THE SELECTION ACTUALLY IN EFFECT, NORMALIZED OFF WHICHEVER
      * CARD LAYOUT APPLIED.
       77 SELECT-PROGRAM          PIC X(08)  VALUE SPACES.
       77 SELECT-OPERATOR         PIC X(08)  VALUE SPACES.
       77 SELECT-FROM-DATE        PIC X(08)  VALUE LOW-VALUES.
       77 SELECT-TO-DATE          PIC X(08)  VALUE HIGH-VALUES.
      *
      *
           IF NOT PARM-BY-PROGRAM AND NOT PARM-BY-DATE
                                  AND NOT PARM-BY-BOTH
                                  AND NOT PARM-BY-OPERATOR
              DISPLAY '=> INVALID PARAMETER CARD = ' PARM-INPUT
              DISPLAY '   COLUMN 1 MUST BE P (PROGRAM), D (DATES),'
              DISPLAY '   B (BOTH) OR O (OPERATOR)'
              GOBACK
           END-IF.
      *
           IF PARM-BY-OPERATOR AND PARM-OPERATOR = SPACES
              DISPLAY '=> INVALID PARAMETER CARD = ' PARM-INPUT
              DISPLAY '   OPERATOR ID IN COLUMNS 2-9 IS BLANK'
              GOBACK
           END-IF.
      *
                 DISPLAY '   SELECTING PROGRAM = ' SELECT-PROGRAM
                 DISPLAY '   SELECTING DATES   = ' SELECT-FROM-DATE
                         ' THRU ' SELECT-TO-DATE
              WHEN PARM-BY-OPERATOR
                 MOVE PARM-OPERATOR TO SELECT-OPERATOR
                 IF PARM-O-FROM-DATE NOT = SPACES
                    MOVE PARM-O-FROM-DATE TO SELECT-FROM-DATE
                 END-IF
                 IF PARM-O-TO-DATE NOT = SPACES
                    MOVE PARM-O-TO-DATE TO SELECT-TO-DATE
                 END-IF
                 DISPLAY '   SELECTING OPERATOR = ' SELECT-OPERATOR
                 IF PARM-O-FROM-DATE NOT = SPACES
                    OR PARM-O-TO-DATE NOT = SPACES
                    DISPLAY '   SELECTING DATES   = ' SELECT-FROM-DATE
                            ' THRU ' SELECT-TO-DATE
                 END-IF
           END-EVALUATE.
           DISPLAY '*'.
      *
                 GO TO COLLECT-ENTRY-END
              END-IF
           END-IF.
      *
           IF SELECT-OPERATOR NOT = SPACES
              IF JRNI-OPERATOR NOT = SELECT-OPERATOR
                 GO TO COLLECT-ENTRY-END
              END-IF
           END-IF.
      *
           IF JRNI-RUN-DATE < SELECT-FROM-DATE
              OR JRNI-RUN-DATE > SELECT-TO-DATE
           MOVE BKO-CONC-KEY TO JRN-CONC-KEY.
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE JOURNAL-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'BKOTPROG' TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JOURNAL-COUNTER.
      *
