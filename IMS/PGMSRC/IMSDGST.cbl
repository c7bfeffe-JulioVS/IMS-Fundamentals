       IDENTIFICATION DIVISION.
       PROGRAM-ID. DGSTPROG.
      *
      ****************************************************************
      * OWNER-ROUTED DAILY CHANGE DIGEST
      * READS THE AUDIT JOURNAL (THE OPTIONAL ARCHIVE JRNLARC FIRST,
      * THEN THE LIVE JOURNAL, AS IMSJRNL.CBL DOES), PICKS OUT ONE
      * DAY'S ENTRIES AND PRINTS THEM IN BUSINESS LANGUAGE ("PERSON
      * ADDED", "EDUC REPLACED", "TRANSFERRED OUT TO ...") INSTEAD
      * OF RAW BEFORE/AFTER IMAGES, ROUTED TO THE BUSINESS OWNER OF
      * EACH SKILL ROOT.
      *
      * THE DAY IS GIVEN ON A SINGLE SYSIN PARAMETER CARD :
      *   DIGEST DATE (YYYYMMDD) IN COLUMNS 1-8 - BLANK FOR TODAY
      *
      * OWNERSHIP COMES FROM THE SKILL-OWNER MASTER (OWNRMAST), ONE
      * RECORD PER SKILL ROOT GIVING ITS OWNER ID, OWNER NAME AND
      * PRINT DISTRIBUTION CODE. AN OWNER MAY OWN ANY NUMBER OF
      * ROOTS. THE DIGEST PRINTS ONE SEPARATELY HEADED SECTION PER
      * OWNER WITH CHANGES THAT DAY, EACH STARTING ON A NEW PAGE
      * WITH THE OWNER AND DISTRIBUTION CODE IN THE HEADING, AND
      * COVERING ONLY THAT OWNER'S ROOTS. CHANGES TO A ROOT WITH NO
      * OWNER ON THE MASTER GO TO A FINAL DEFAULT SECTION, SO
      * NOTHING IS SILENTLY DROPPED.
      *
      * THE SEGMENT TYPE OF EACH ENTRY IS RECOVERED FROM ITS KEY AND
      * IMAGE BY THE SAME RULES IMSBKOT.CBL USES. A 'T' TRANSFER IS
      * JOURNALED AS ISRTS UNDER THE TARGET ROOT (THE NAME, UNLESS
      * IT WAS MERGED INTO AN EXISTING ONE, AND EACH EDUC AND EXPR)
      * FOLLOWED DIRECTLY BY THE DLET OF THE NAME UNDER THE SOURCE
      * ROOT. THE DIGEST PAIRS THEM BACK UP : THE SOURCE ROOT'S
      * OWNER SEES "TRANSFERRED OUT TO <TARGET>", THE TARGET ROOT'S
      * OWNER SEES "TRANSFERRED IN FROM <SOURCE>", AND THE ISRTS OF
      * THE PERSON'S DEPENDENTS ARE NOT LISTED SEPARATELY.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JRNLIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-ARCHIVE-FILE ASSIGN TO JRNLARC
              ORGANIZATION IS SEQUENTIAL.
           SELECT OWNER-MASTER-FILE ASSIGN TO OWNRMAST
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * AUDIT JOURNAL DATASETS - LIVE AND ARCHIVE CARRY THE SAME
      * 336-BYTE RECORD COBPROG, LOADPROG AND RPLYPROG WRITE. BOTH
      * READ PARAGRAPHS MOVE THE RECORD TO THE JOURNAL-ENTRY WORK
      * AREA IN WORKING-STORAGE - SAME AS IMSJRNL.CBL.
      ****************************************************************
      *
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
      *
       01 JOURNAL-RECORD          PIC X(336).
      *
       FD  JOURNAL-ARCHIVE-FILE
           RECORDING MODE IS F.
      *
       01 JOURNAL-ARCHIVE-RECORD  PIC X(336).
      *
      ****************************************************************
      * SKILL-OWNER MASTER - ONE 80-BYTE RECORD PER SKILL ROOT :
      * SKCLASS IN COLUMNS 1-8, OWNER ID IN 10-17, OWNER NAME IN
      * 19-48, DISTRIBUTION CODE IN 50-57. A '*' IN COLUMN 1 IS A
      * COMMENT. A ROOT LISTED TWICE KEEPS ITS FIRST OWNER.
      ****************************************************************
      *
       FD  OWNER-MASTER-FILE
           RECORDING MODE IS F.
      *
       01 OWNER-MASTER-RECORD.
          05 OWN-SKCLASS             PIC X(08).
          05 FILLER                  PIC X(01).
          05 OWN-OWNER-ID            PIC X(08).
          05 FILLER                  PIC X(01).
          05 OWN-OWNER-NAME          PIC X(30).
          05 FILLER                  PIC X(01).
          05 OWN-DIST-CODE           PIC X(08).
          05 FILLER                  PIC X(23).
      *
      ****************************************************************
      * SHARED RUN-CONTROL PARAMETER DATASET - SAME RECORD EVERY
      * PROGRAM IN THE SUITE READS AT START-UP : OWNING PROGRAM IN
      * COLUMNS 1-8, KEYWORD IN 10-29, NUMERIC VALUE IN 31-38, '*'
      * IN COLUMN 1 FOR A COMMENT. SEE IMSLABS.CBL FOR THE FULL
      * CONVENTION.
      ****************************************************************
      *
       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
      *
       01 RUN-PARM-RECORD.
          05 PRM-PROGRAM           PIC X(08).
          05 FILLER                PIC X(01).
          05 PRM-KEYWORD           PIC X(20).
          05 FILLER                PIC X(01).
          05 PRM-VALUE             PIC X(08).
          05 FILLER                PIC X(42).
      *
       WORKING-STORAGE SECTION.
      *
      ****************************************************************
      * COUNTERS, SWITCHES AND OTHER MISCELLANEOUS VARIABLES
      ****************************************************************
      *
       77 JRNL-EOF-SWITCH         PIC X(01)  VALUE 'N'.
          88 JRNL-END-OF-FILE                VALUE 'Y'.
       77 ARCH-EOF-SWITCH         PIC X(01)  VALUE 'N'.
          88 ARCH-END-OF-FILE                VALUE 'Y'.
      *
       77 JOURNAL-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 ARCHIVE-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 SELECTED-COUNTER        PIC 9(05)  VALUE ZERO.
       77 DISCARD-COUNTER         PIC 9(05)  VALUE ZERO.
       77 TRANSFER-COUNTER        PIC 9(05)  VALUE ZERO.
       77 ABSORBED-COUNTER        PIC 9(05)  VALUE ZERO.
       77 PRINTED-COUNTER         PIC 9(05)  VALUE ZERO.
       77 DEFAULT-COUNTER         PIC 9(05)  VALUE ZERO.
       77 SECTION-COUNTER         PIC 9(03)  VALUE ZERO.
       77 QUIET-OWNER-COUNTER     PIC 9(03)  VALUE ZERO.
      *
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
      *
      ****************************************************************
      * SYSIN PARAMETER CARD - ONE CARD PER RUN.
      ****************************************************************
      *
       01 PARM-INPUT.
          05 PARM-DIGEST-DATE     PIC X(08).
          05 FILLER               PIC X(72).
      *
      ****************************************************************
      * DIGEST DATE VALIDATION WORK AREAS - SAME CALENDAR CHECK AS
      * COBPROG'S CHECK-DATE-START.
      ****************************************************************
      *
       01 DATE-CHECK-AREA.
          05 DATE-CHECK-YYYY      PIC 9(04).
          05 DATE-CHECK-MM        PIC 9(02).
          05 DATE-CHECK-DD        PIC 9(02).
       01 DATE-CHECK-X REDEFINES DATE-CHECK-AREA
                                  PIC X(08).
      *
       01 DAYS-IN-MONTH-VALUES.
          05 FILLER               PIC X(24)
                                  VALUE '312831303130313130313031'.
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
          05 DAYS-IN-MONTH        PIC 9(02)  OCCURS 12 TIMES.
      *
       77 DATE-CHECK-MAX-DD       PIC 9(02)  VALUE ZERO.
       77 DATE-CHECK-QUOTIENT     PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-REM-4        PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-REM-100      PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-REM-400      PIC 9(04)  VALUE ZERO.
       77 DATE-CHECK-SWITCH       PIC X(01)  VALUE 'N'.
          88 DATE-CHECK-VALID                VALUE 'Y'.
          88 DATE-CHECK-INVALID              VALUE 'N'.
      *
      ****************************************************************
      * THE JOURNAL ENTRY IN HAND, WHICHEVER FILE IT CAME FROM, WITH
      * ITS CONCATENATED KEY BROKEN OUT - SAME LAYOUT IMSJRNL.CBL
      * READS.
      ****************************************************************
      *
       01 JOURNAL-ENTRY.
          05 JRN-RUN-DATE          PIC X(08).
          05 JRN-PROGRAM           PIC X(08).
          05 JRN-FUNCTION          PIC X(04).
          05 JRN-CONC-KEY.
             10 JRN-KEY-SKCLASS    PIC X(08).
             10 JRN-KEY-FULNAM     PIC X(42).
             10 JRN-KEY-DETAIL     PIC X(18).
          05 JRN-BEFORE-IMAGE      PIC X(120).
          05 JRN-AFTER-IMAGE       PIC X(120).
          05 JRN-OPERATOR          PIC X(08).
      *
      * SEGMENT TYPE OF THE ENTRY IN HAND AS RECOVERED FROM KEY AND
      * IMAGE, AND THE IMAGE THE RECOVERY LOOKS AT - THE AFTER-IMAGE
      * FOR AN ISRT, THE BEFORE-IMAGE FOR A DLET OR REPL.
       77 ENTRY-SEGMENT           PIC X(08)  VALUE SPACES.
       77 ENTRY-TYPE-IMAGE        PIC X(120) VALUE SPACES.
      *
      ****************************************************************
      * SKILL-OWNER MASTER IN MEMORY - ONE ROOT ENTRY PER SKCLASS ON
      * THE MASTER, POINTING AT ITS OWNER IN THE OWNER TABLE (ONE
      * ENTRY PER DISTINCT OWNER ID, IN ORDER OF FIRST APPEARANCE -
      * THE ORDER THE SECTIONS ARE PRINTED IN).
      ****************************************************************
      *
       77 OWNER-MASTER-EOF-SWITCH PIC X(01)  VALUE 'N'.
          88 OWNER-MASTER-AT-END             VALUE 'Y'.
       77 ROOT-OWNER-COUNT        PIC 9(03)  VALUE ZERO.
       77 OWNER-COUNT             PIC 9(03)  VALUE ZERO.
       77 ROOT-SUB                PIC 9(03)  VALUE ZERO.
       77 OWNER-SUB               PIC 9(03)  VALUE ZERO.
       77 MASTER-REJECT-COUNTER   PIC 9(03)  VALUE ZERO.
      *
       01 ROOT-OWNER-TABLE.
          05 ROOT-OWNER-ENTRY OCCURS 500 TIMES.
             10 ROT-SKCLASS        PIC X(08).
             10 ROT-OWNER-SUB      PIC 9(03).
      *
       01 OWNER-TABLE.
          05 OWNER-ENTRY OCCURS 200 TIMES.
             10 OWT-OWNER-ID       PIC X(08).
             10 OWT-OWNER-NAME     PIC X(30).
             10 OWT-DIST-CODE      PIC X(08).
             10 OWT-CHANGE-COUNT   PIC 9(05).
      *
      * LOOK-UP WORK AREAS - OWNER-LOOKUP-SKCLASS IN, OWNER SUB OUT
      * (ZERO = NO OWNER ON THE MASTER, THE DEFAULT SECTION).
       77 OWNER-LOOKUP-SKCLASS    PIC X(08)  VALUE SPACES.
       77 OWNER-LOOKUP-SUB        PIC 9(03)  VALUE ZERO.
      *
      ****************************************************************
      * THE DAY'S ENTRIES, IN JOURNAL ORDER, AS THEY WILL BE PRINTED.
      * DGE-EVENT IS THE BUSINESS-LANGUAGE DESCRIPTION; DGE-OTHER-
      * SKCLASS IS THE OTHER ROOT OF A TRANSFER. DGE-STATUS 'S'
      * MARKS A DEPENDENT ISRT THAT TRAVELLED WITH A TRANSFER AND IS
      * NOT LISTED ON ITS OWN. A FULL TABLE DISCARDS THE OVERFLOW
      * WITH A WARNING, SAME AS IMSDUPE.CBL'S OCCURRENCE TABLE.
      ****************************************************************
      *
       77 DIGEST-COUNT            PIC 9(05)  VALUE ZERO.
       77 DIGEST-MAX              PIC 9(05)  VALUE 5000.
       77 DGE-SUB                 PIC 9(05)  VALUE ZERO.
       77 PAIR-SUB                PIC 9(05)  VALUE ZERO.
       77 PAIR-FIRST-SUB          PIC 9(05)  VALUE ZERO.
       77 PAIR-TARGET-SKCLASS     PIC X(08)  VALUE SPACES.
       77 PAIR-END-SWITCH         PIC X(01)  VALUE 'N'.
          88 PAIR-ENDED                      VALUE 'Y'.
      *
       01 DIGEST-TABLE.
          05 DIGEST-ENTRY OCCURS 5000 TIMES.
             10 DGE-PROGRAM        PIC X(08).
             10 DGE-OPERATOR       PIC X(08).
             10 DGE-FUNCTION       PIC X(04).
             10 DGE-SEGMENT        PIC X(08).
             10 DGE-SKCLASS        PIC X(08).
             10 DGE-FULNAM         PIC X(42).
             10 DGE-DETAIL-KEY     PIC X(18).
             10 DGE-EVENT          PIC X(22).
             10 DGE-OTHER-SKCLASS  PIC X(08).
             10 DGE-OWNER-SUB      PIC 9(03).
             10 DGE-STATUS         PIC X(01).
                88 DGE-LISTED                VALUE 'P'.
                88 DGE-ABSORBED              VALUE 'S'.
      *
      ****************************************************************
      * PAGE CONTROL - EVERY SECTION STARTS A NEW PAGE, AND A FRESH
      * HEADING IS PRINTED EVERY PAGE-LIMIT LINES WITHIN IT.
      * PAGE-LIMIT IS A DEFAULT, NOT A CONSTANT - THE RUNPARM
      * DATASET OVERRIDES IT AT START-UP (SEE LOAD-RUN-PARMS-START).
      ****************************************************************
      *
       77 PAGE-NUMBER             PIC 9(03)  VALUE ZERO.
       77 LINE-COUNT              PIC 9(02)  VALUE 99.
       77 PAGE-LIMIT              PIC 9(02)  VALUE 50.
      *
      * THE SECTION BEING PRINTED - ITS OWNER SUB (ZERO FOR THE
      * DEFAULT SECTION) AND THE HEADING DETAILS.
       77 SECTION-OWNER-SUB       PIC 9(03)  VALUE ZERO.
       77 SECTION-OWNER-ID        PIC X(08)  VALUE SPACES.
       77 SECTION-OWNER-NAME      PIC X(30)  VALUE SPACES.
       77 SECTION-DIST-CODE       PIC X(08)  VALUE SPACES.
      *
       01 DIGEST-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 DGL-SKCLASS          PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DGL-FULNAM           PIC X(42).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DGL-EVENT            PIC X(22).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 DGL-DETAIL           PIC X(18).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DGL-OPERATOR         PIC X(08).
      *
      ****************************************************************
      * RUN-CONTROL PARAMETER WORK AREAS - SEE THE RUN-PARM-FILE FD.
      ****************************************************************
      *
       77 RUN-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
          88 RUN-PARM-AT-END                 VALUE 'Y'.
       77 RUN-PARM-VALUE-NUM      PIC 9(08)  VALUE ZERO.
       77 RUN-PARM-REJECT-COUNTER PIC 9(04)  VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE-START.
      *
           ACCEPT PARM-INPUT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM LOAD-RUN-PARMS-START THRU LOAD-RUN-PARMS-END.
      *
           DISPLAY '*'.
           DISPLAY '****** OWNER CHANGE DIGEST ****************'.
           DISPLAY '*'.
      *
      *    A BLANK CARD (OR NO CARD) MEANS TODAY'S ENTRIES.
           IF PARM-DIGEST-DATE = SPACES
              MOVE RUN-DATE TO PARM-DIGEST-DATE
           END-IF.
      *
           MOVE PARM-DIGEST-DATE TO DATE-CHECK-X.
           PERFORM CHECK-DATE-START THRU CHECK-DATE-END.
      *
           IF DATE-CHECK-INVALID
              DISPLAY '=> INVALID PARAMETER CARD = ' PARM-INPUT
              DISPLAY '   COLUMNS 1-8 MUST HOLD THE DIGEST DATE '
                      '(YYYYMMDD) OR BE BLANK FOR TODAY'
              GOBACK
           END-IF.
      *
           DISPLAY '   DIGEST DATE = ' PARM-DIGEST-DATE.
           DISPLAY '*'.
      *
           PERFORM LOAD-OWNER-MASTER-START THRU LOAD-OWNER-MASTER-END.
      *
      *    THE ARCHIVE (IF ANY) IS READ FIRST - ITS ENTRIES ARE THE
      *    OLDER ONES, SO THE TABLE STAYS IN JOURNAL ORDER AND A
      *    TRANSFER'S ENTRIES STAY SIDE BY SIDE.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
      *
           PERFORM READ-ARCHIVE-FILE.
      *
           PERFORM UNTIL ARCH-END-OF-FILE
              PERFORM SELECT-ENTRY-START THRU SELECT-ENTRY-END
              PERFORM READ-ARCHIVE-FILE
           END-PERFORM.
      *
           CLOSE JOURNAL-ARCHIVE-FILE.
      *
           OPEN INPUT JOURNAL-FILE.
      *
           PERFORM READ-JOURNAL-FILE.
      *
           PERFORM UNTIL JRNL-END-OF-FILE
              PERFORM SELECT-ENTRY-START THRU SELECT-ENTRY-END
              PERFORM READ-JOURNAL-FILE
           END-PERFORM.
      *
           CLOSE JOURNAL-FILE.
      *
           IF DISCARD-COUNTER > ZERO
              DISPLAY '=> DIGEST TABLE FULL (' DIGEST-MAX
                      ' ENTRIES) - ' DISCARD-COUNTER
                      ' LATER ENTRIES NOT IN THIS DIGEST'
           END-IF.
      *
           PERFORM PAIR-TRANSFER-START THRU PAIR-TRANSFER-END
                   VARYING DGE-SUB FROM 1 BY 1
                   UNTIL DGE-SUB > DIGEST-COUNT.
      *
      *    ROUTE EVERY LISTED ENTRY TO ITS ROOT'S OWNER - DONE AFTER
      *    THE PAIRING, WHICH CAN MOVE AN ENTRY TO ANOTHER ROOT.
           PERFORM ROUTE-ENTRY-START THRU ROUTE-ENTRY-END
                   VARYING DGE-SUB FROM 1 BY 1
                   UNTIL DGE-SUB > DIGEST-COUNT.
      *
           PERFORM VARYING OWNER-SUB FROM 1 BY 1
                   UNTIL OWNER-SUB > OWNER-COUNT
              IF OWT-CHANGE-COUNT (OWNER-SUB) > ZERO
                 MOVE OWNER-SUB TO SECTION-OWNER-SUB
                 MOVE OWT-OWNER-ID (OWNER-SUB) TO SECTION-OWNER-ID
                 MOVE OWT-OWNER-NAME (OWNER-SUB) TO SECTION-OWNER-NAME
                 MOVE OWT-DIST-CODE (OWNER-SUB) TO SECTION-DIST-CODE
                 PERFORM PRINT-SECTION-START THRU PRINT-SECTION-END
              ELSE
                 ADD 1 TO QUIET-OWNER-COUNTER
              END-IF
           END-PERFORM.
      *
      *    CHANGES TO ROOTS WITH NO OWNER ON THE MASTER - NEVER
      *    DROPPED, ALWAYS PRINTED LAST UNDER THEIR OWN HEADING.
           IF DEFAULT-COUNTER > ZERO
              MOVE ZERO TO SECTION-OWNER-SUB
              MOVE '*NONE*' TO SECTION-OWNER-ID
              MOVE 'ROOTS WITH NO OWNER ON MASTER'
                   TO SECTION-OWNER-NAME
              MOVE '*DEFAULT' TO SECTION-DIST-CODE
              PERFORM PRINT-SECTION-START THRU PRINT-SECTION-END
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '*'.
           DISPLAY '****** DIGEST SUMMARY *********************'.
           DISPLAY '   ARCHIVE RECORDS READ       = '
                   ARCHIVE-READ-COUNTER.
           DISPLAY '   JOURNAL RECORDS READ       = '
                   JOURNAL-READ-COUNTER.
           DISPLAY '   ENTRIES FOR THE DAY        = '
                   SELECTED-COUNTER.
           DISPLAY '   ENTRIES NOT DIGESTED (FULL)= '
                   DISCARD-COUNTER.
           DISPLAY '   TRANSFERS PAIRED           = '
                   TRANSFER-COUNTER.
           DISPLAY '   DEPENDENTS MOVED WITH THEM = '
                   ABSORBED-COUNTER.
           DISPLAY '   DIGEST LINES PRINTED       = '
                   PRINTED-COUNTER.
           DISPLAY '   OWNER SECTIONS PRINTED     = '
                   SECTION-COUNTER.
           DISPLAY '   OWNERS WITH NO CHANGES     = '
                   QUIET-OWNER-COUNTER.
           DISPLAY '   LINES IN DEFAULT SECTION   = '
                   DEFAULT-COUNTER.
           DISPLAY '*'.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * READ THE NEXT JOURNAL RECORD.
      *---------------------------------------------------------------
      *
       READ-JOURNAL-FILE.
           READ JOURNAL-FILE
              AT END
                 MOVE 'Y' TO JRNL-EOF-SWITCH
              NOT AT END
                 ADD 1 TO JOURNAL-READ-COUNTER
                 MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
           END-READ.
      *
      *---------------------------------------------------------------
      * READ THE NEXT ARCHIVED JOURNAL RECORD.
      *---------------------------------------------------------------
      *
       READ-ARCHIVE-FILE.
           READ JOURNAL-ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO ARCH-EOF-SWITCH
              NOT AT END
                 ADD 1 TO ARCHIVE-READ-COUNTER
                 MOVE JOURNAL-ARCHIVE-RECORD TO JOURNAL-ENTRY
           END-READ.
      *
      *---------------------------------------------------------------
      * LOAD THE SKILL-OWNER MASTER INTO ITS TABLES AT START-UP.
      *---------------------------------------------------------------
      *
       LOAD-OWNER-MASTER-START.
      *
           OPEN INPUT OWNER-MASTER-FILE.
      *
           PERFORM UNTIL OWNER-MASTER-AT-END
              READ OWNER-MASTER-FILE
                 AT END
                    MOVE 'Y' TO OWNER-MASTER-EOF-SWITCH
                 NOT AT END
                    IF OWN-SKCLASS (1:1) NOT = '*'
                       PERFORM LOAD-OWNER-RECORD-START THRU
                               LOAD-OWNER-RECORD-END
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE OWNER-MASTER-FILE.
      *
           DISPLAY '=> SKILL ROOTS ON OWNER MASTER = ' ROOT-OWNER-COUNT.
           DISPLAY '=> DISTINCT OWNERS             = ' OWNER-COUNT.
           DISPLAY '=> OWNER RECORDS REJECTED      = '
                   MASTER-REJECT-COUNTER.
      *
       LOAD-OWNER-MASTER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PUT ONE OWNER MASTER RECORD INTO THE TABLES - THE ROOT INTO
      * THE ROOT TABLE, ITS OWNER INTO THE OWNER TABLE IF NOT THERE
      * ALREADY.
      *---------------------------------------------------------------
      *
       LOAD-OWNER-RECORD-START.
      *
           IF OWN-SKCLASS = SPACES OR OWN-OWNER-ID = SPACES
              ADD 1 TO MASTER-REJECT-COUNTER
              DISPLAY '=> OWNER MASTER RECORD REJECTED, SKCLASS OR '
                      'OWNER ID BLANK = ' OWNER-MASTER-RECORD
              GO TO LOAD-OWNER-RECORD-END
           END-IF.
      *
           MOVE OWN-SKCLASS TO OWNER-LOOKUP-SKCLASS.
           PERFORM OWNER-LOOKUP-START THRU OWNER-LOOKUP-END.
      *
           IF OWNER-LOOKUP-SUB NOT = ZERO
              ADD 1 TO MASTER-REJECT-COUNTER
              DISPLAY '=> OWNER MASTER RECORD REJECTED, ROOT ALREADY '
                      'OWNED = ' OWN-SKCLASS
              GO TO LOAD-OWNER-RECORD-END
           END-IF.
      *
           IF ROOT-OWNER-COUNT NOT < 500
              ADD 1 TO MASTER-REJECT-COUNTER
              DISPLAY '=> OWNER MASTER ROOT TABLE FULL, ROOT '
                      'DISCARDED = ' OWN-SKCLASS
              GO TO LOAD-OWNER-RECORD-END
           END-IF.
      *
           PERFORM VARYING OWNER-SUB FROM 1 BY 1
                   UNTIL OWNER-SUB > OWNER-COUNT
                      OR OWT-OWNER-ID (OWNER-SUB) = OWN-OWNER-ID
              CONTINUE
           END-PERFORM.
      *
           IF OWNER-SUB > OWNER-COUNT
              IF OWNER-COUNT NOT < 200
                 ADD 1 TO MASTER-REJECT-COUNTER
                 DISPLAY '=> OWNER TABLE FULL, ROOT DISCARDED = '
                         OWN-SKCLASS
                 GO TO LOAD-OWNER-RECORD-END
              END-IF
              ADD 1 TO OWNER-COUNT
              MOVE OWNER-COUNT TO OWNER-SUB
              MOVE OWN-OWNER-ID TO OWT-OWNER-ID (OWNER-SUB)
              MOVE OWN-OWNER-NAME TO OWT-OWNER-NAME (OWNER-SUB)
              MOVE OWN-DIST-CODE TO OWT-DIST-CODE (OWNER-SUB)
              MOVE ZERO TO OWT-CHANGE-COUNT (OWNER-SUB)
           END-IF.
      *
           ADD 1 TO ROOT-OWNER-COUNT.
           MOVE OWN-SKCLASS TO ROT-SKCLASS (ROOT-OWNER-COUNT).
           MOVE OWNER-SUB TO ROT-OWNER-SUB (ROOT-OWNER-COUNT).
      *
       LOAD-OWNER-RECORD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOOK UP THE OWNER OF OWNER-LOOKUP-SKCLASS. LEAVES THE OWNER
      * TABLE SUB IN OWNER-LOOKUP-SUB, ZERO WHEN THE ROOT HAS NO
      * OWNER ON THE MASTER.
      *---------------------------------------------------------------
      *
       OWNER-LOOKUP-START.
      *
           MOVE ZERO TO OWNER-LOOKUP-SUB.
      *
           PERFORM VARYING ROOT-SUB FROM 1 BY 1
                   UNTIL ROOT-SUB > ROOT-OWNER-COUNT
              IF ROT-SKCLASS (ROOT-SUB) = OWNER-LOOKUP-SKCLASS
                 MOVE ROT-OWNER-SUB (ROOT-SUB) TO OWNER-LOOKUP-SUB
                 MOVE ROOT-OWNER-COUNT TO ROOT-SUB
              END-IF
           END-PERFORM.
      *
       OWNER-LOOKUP-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * KEEP THE JOURNAL ENTRY IN HAND IF IT IS FOR THE DIGEST DATE,
      * WITH ITS SEGMENT TYPE AND BUSINESS DESCRIPTION.
      *---------------------------------------------------------------
      *
       SELECT-ENTRY-START.
      *
           IF JRN-RUN-DATE NOT = PARM-DIGEST-DATE
              GO TO SELECT-ENTRY-END
           END-IF.
      *
           ADD 1 TO SELECTED-COUNTER.
      *
           IF DIGEST-COUNT NOT < DIGEST-MAX
              ADD 1 TO DISCARD-COUNTER
              GO TO SELECT-ENTRY-END
           END-IF.
      *
      *    THE SEGMENT-TYPE RECOVERY LOOKS AT THE IMAGE THE ENTRY
      *    ACTUALLY CARRIES - THE AFTER-IMAGE FOR AN ISRT, THE
      *    BEFORE-IMAGE FOR A DLET OR REPL.
           IF JRN-FUNCTION = 'ISRT'
              MOVE JRN-AFTER-IMAGE TO ENTRY-TYPE-IMAGE
           ELSE
              MOVE JRN-BEFORE-IMAGE TO ENTRY-TYPE-IMAGE
           END-IF.
      *
           PERFORM RECOVER-SEGMENT-TYPE-START THRU
                   RECOVER-SEGMENT-TYPE-END.
      *
           ADD 1 TO DIGEST-COUNT.
           MOVE DIGEST-COUNT TO DGE-SUB.
      *
           MOVE JRN-PROGRAM TO DGE-PROGRAM (DGE-SUB).
           MOVE JRN-OPERATOR TO DGE-OPERATOR (DGE-SUB).
           MOVE JRN-FUNCTION TO DGE-FUNCTION (DGE-SUB).
           MOVE ENTRY-SEGMENT TO DGE-SEGMENT (DGE-SUB).
           MOVE JRN-KEY-SKCLASS TO DGE-SKCLASS (DGE-SUB).
           MOVE JRN-KEY-FULNAM TO DGE-FULNAM (DGE-SUB).
           MOVE JRN-KEY-DETAIL TO DGE-DETAIL-KEY (DGE-SUB).
           MOVE SPACES TO DGE-OTHER-SKCLASS (DGE-SUB).
           MOVE ZERO TO DGE-OWNER-SUB (DGE-SUB).
           SET DGE-LISTED (DGE-SUB) TO TRUE.
      *
           EVALUATE ENTRY-SEGMENT ALSO JRN-FUNCTION
              WHEN 'SKILL   ' ALSO 'ISRT'
                 MOVE 'SKILL ROOT ADDED' TO DGE-EVENT (DGE-SUB)
              WHEN 'SKILL   ' ALSO 'REPL'
                 MOVE 'SKILL ROOT REPLACED' TO DGE-EVENT (DGE-SUB)
              WHEN 'SKILL   ' ALSO 'DLET'
                 MOVE 'SKILL ROOT REMOVED' TO DGE-EVENT (DGE-SUB)
              WHEN 'NAME    ' ALSO 'ISRT'
                 MOVE 'PERSON ADDED' TO DGE-EVENT (DGE-SUB)
              WHEN 'NAME    ' ALSO 'REPL'
                 MOVE 'PERSON REPLACED' TO DGE-EVENT (DGE-SUB)
              WHEN 'NAME    ' ALSO 'DLET'
                 MOVE 'PERSON REMOVED' TO DGE-EVENT (DGE-SUB)
              WHEN 'EDUC    ' ALSO 'ISRT'
                 MOVE 'EDUC ADDED' TO DGE-EVENT (DGE-SUB)
              WHEN 'EDUC    ' ALSO 'REPL'
                 MOVE 'EDUC REPLACED' TO DGE-EVENT (DGE-SUB)
              WHEN 'EDUC    ' ALSO 'DLET'
                 MOVE 'EDUC REMOVED' TO DGE-EVENT (DGE-SUB)
              WHEN 'EXPR    ' ALSO 'ISRT'
                 MOVE 'EXPR ADDED' TO DGE-EVENT (DGE-SUB)
              WHEN 'EXPR    ' ALSO 'REPL'
                 MOVE 'EXPR REPLACED' TO DGE-EVENT (DGE-SUB)
              WHEN 'EXPR    ' ALSO 'DLET'
                 MOVE 'EXPR REMOVED' TO DGE-EVENT (DGE-SUB)
              WHEN OTHER
                 MOVE 'UNRECOGNISED CHANGE' TO DGE-EVENT (DGE-SUB)
           END-EVALUATE.
      *
       SELECT-ENTRY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * RECOVER THE SEGMENT TYPE OF THE ENTRY IN HAND FROM ITS
      * CONCATENATED KEY AND IMAGE - SAME RULES AS IMSBKOT.CBL :
      * A BLANK FULNAM PORTION IS A SKILL ROOT, A BLANK DETAIL
      * PORTION IS A NAME, A DETAIL KEY THAT MATCHES THE FIRST 18
      * BYTES OF THE IMAGE IS AN EDUC, AND A DETAIL KEY WHOSE FIRST
      * 4 BYTES MATCH IMAGE BYTES 17-20 IS AN EXPR. SPACES IN
      * ENTRY-SEGMENT MEANS NO RULE FIT.
      *---------------------------------------------------------------
      *
       RECOVER-SEGMENT-TYPE-START.
      *
           MOVE SPACES TO ENTRY-SEGMENT.
      *
           IF JRN-KEY-FULNAM = SPACES
              MOVE 'SKILL   ' TO ENTRY-SEGMENT
              GO TO RECOVER-SEGMENT-TYPE-END
           END-IF.
      *
           IF JRN-KEY-DETAIL = SPACES
              MOVE 'NAME    ' TO ENTRY-SEGMENT
              GO TO RECOVER-SEGMENT-TYPE-END
           END-IF.
      *
           IF ENTRY-TYPE-IMAGE (1:18) = JRN-KEY-DETAIL
              MOVE 'EDUC    ' TO ENTRY-SEGMENT
              GO TO RECOVER-SEGMENT-TYPE-END
           END-IF.
      *
           IF ENTRY-TYPE-IMAGE (17:4) = JRN-KEY-DETAIL (1:4)
              AND JRN-KEY-DETAIL (5:14) = SPACES
              MOVE 'EXPR    ' TO ENTRY-SEGMENT
           END-IF.
      *
       RECOVER-SEGMENT-TYPE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PAIR A TRANSFER. A NAME DLET IS THE END OF A 'T' TRANSFER
      * WHEN IT IS DIRECTLY PRECEDED BY ISRTS OF THE SAME PERSON
      * UNDER ONE OTHER ROOT, MADE BY THE SAME PROGRAM AND OPERATOR.
      * THE DLET BECOMES "TRANSFERRED OUT TO" THE TARGET ROOT; THE
      * FIRST OF THE ISRTS BECOMES "TRANSFERRED IN FROM" THE SOURCE
      * ROOT, UNDER THE TARGET ROOT; THE REST ARE THE PERSON'S
      * DEPENDENTS TRAVELLING WITH THEM AND ARE NOT LISTED.
      *---------------------------------------------------------------
      *
       PAIR-TRANSFER-START.
      *
           IF DGE-SEGMENT (DGE-SUB) NOT = 'NAME    '
              OR DGE-FUNCTION (DGE-SUB) NOT = 'DLET'
              OR DGE-SUB = 1
              GO TO PAIR-TRANSFER-END
           END-IF.
      *
           MOVE ZERO TO PAIR-FIRST-SUB.
           MOVE SPACES TO PAIR-TARGET-SKCLASS.
           MOVE 'N' TO PAIR-END-SWITCH.
      *
           PERFORM PAIR-CHECK-START THRU PAIR-CHECK-END
                   VARYING PAIR-SUB FROM DGE-SUB BY -1
                   UNTIL PAIR-SUB < 2 OR PAIR-ENDED.
      *
           IF PAIR-FIRST-SUB = ZERO
              GO TO PAIR-TRANSFER-END
           END-IF.
      *
           ADD 1 TO TRANSFER-COUNTER.
      *
           MOVE 'TRANSFERRED OUT TO' TO DGE-EVENT (DGE-SUB).
           MOVE PAIR-TARGET-SKCLASS TO DGE-OTHER-SKCLASS (DGE-SUB).
      *
           SET DGE-LISTED (PAIR-FIRST-SUB) TO TRUE.
           SUBTRACT 1 FROM ABSORBED-COUNTER.
           MOVE 'TRANSFERRED IN FROM' TO DGE-EVENT (PAIR-FIRST-SUB).
           MOVE DGE-SKCLASS (DGE-SUB)
                TO DGE-OTHER-SKCLASS (PAIR-FIRST-SUB).
      *
       PAIR-TRANSFER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * TEST THE ENTRY BEFORE PAIR-SUB AS PART OF THE TRANSFER ENDING
      * AT DGE-SUB. THE FIRST ENTRY THAT DOES NOT FIT ENDS THE WALK.
      *---------------------------------------------------------------
      *
       PAIR-CHECK-START.
      *
           IF DGE-FUNCTION (PAIR-SUB - 1) NOT = 'ISRT'
              OR NOT DGE-LISTED (PAIR-SUB - 1)
              OR DGE-FULNAM (PAIR-SUB - 1) NOT = DGE-FULNAM (DGE-SUB)
              OR DGE-SKCLASS (PAIR-SUB - 1) = DGE-SKCLASS (DGE-SUB)
              OR DGE-PROGRAM (PAIR-SUB - 1) NOT = DGE-PROGRAM (DGE-SUB)
              OR DGE-OPERATOR (PAIR-SUB - 1)
                 NOT = DGE-OPERATOR (DGE-SUB)
              MOVE 'Y' TO PAIR-END-SWITCH
              GO TO PAIR-CHECK-END
           END-IF.
      *
           IF PAIR-TARGET-SKCLASS NOT = SPACES
              AND DGE-SKCLASS (PAIR-SUB - 1) NOT = PAIR-TARGET-SKCLASS
              MOVE 'Y' TO PAIR-END-SWITCH
              GO TO PAIR-CHECK-END
           END-IF.
      *
           MOVE DGE-SKCLASS (PAIR-SUB - 1) TO PAIR-TARGET-SKCLASS.
           COMPUTE PAIR-FIRST-SUB = PAIR-SUB - 1.
           SET DGE-ABSORBED (PAIR-FIRST-SUB) TO TRUE.
           ADD 1 TO ABSORBED-COUNTER.
      *
       PAIR-CHECK-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ROUTE ONE LISTED ENTRY TO THE OWNER OF ITS ROOT AND COUNT IT
      * UNDER THAT OWNER (OR UNDER THE DEFAULT SECTION).
      *---------------------------------------------------------------
      *
       ROUTE-ENTRY-START.
      *
           IF NOT DGE-LISTED (DGE-SUB)
              GO TO ROUTE-ENTRY-END
           END-IF.
      *
           MOVE DGE-SKCLASS (DGE-SUB) TO OWNER-LOOKUP-SKCLASS.
           PERFORM OWNER-LOOKUP-START THRU OWNER-LOOKUP-END.
           MOVE OWNER-LOOKUP-SUB TO DGE-OWNER-SUB (DGE-SUB).
      *
           IF OWNER-LOOKUP-SUB = ZERO
              ADD 1 TO DEFAULT-COUNTER
           ELSE
              ADD 1 TO OWT-CHANGE-COUNT (OWNER-LOOKUP-SUB)
           END-IF.
      *
       ROUTE-ENTRY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PRINT ONE OWNER'S SECTION - A NEW PAGE WITH THE OWNER'S
      * HEADING, THEN EVERY LISTED ENTRY ROUTED TO THEM, IN JOURNAL
      * ORDER.
      *---------------------------------------------------------------
      *
       PRINT-SECTION-START.
      *
           ADD 1 TO SECTION-COUNTER.
           PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END.
      *
           PERFORM PRINT-ENTRY-START THRU PRINT-ENTRY-END
                   VARYING DGE-SUB FROM 1 BY 1
                   UNTIL DGE-SUB > DIGEST-COUNT.
      *
       PRINT-SECTION-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PRINT ONE DIGEST LINE IF THE ENTRY BELONGS TO THE SECTION
      * BEING PRINTED. THE DETAIL COLUMN CARRIES THE OTHER ROOT OF
      * A TRANSFER, OR THE EDUID / CLASSIF OF A DEPENDENT.
      *---------------------------------------------------------------
      *
       PRINT-ENTRY-START.
      *
           IF NOT DGE-LISTED (DGE-SUB)
              OR DGE-OWNER-SUB (DGE-SUB) NOT = SECTION-OWNER-SUB
              GO TO PRINT-ENTRY-END
           END-IF.
      *
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
           END-IF.
      *
           MOVE DGE-SKCLASS (DGE-SUB) TO DGL-SKCLASS.
           MOVE DGE-FULNAM (DGE-SUB) TO DGL-FULNAM.
           MOVE DGE-EVENT (DGE-SUB) TO DGL-EVENT.
           IF DGE-OTHER-SKCLASS (DGE-SUB) NOT = SPACES
              MOVE DGE-OTHER-SKCLASS (DGE-SUB) TO DGL-DETAIL
           ELSE
              MOVE DGE-DETAIL-KEY (DGE-SUB) TO DGL-DETAIL
           END-IF.
           MOVE DGE-OPERATOR (DGE-SUB) TO DGL-OPERATOR.
           DISPLAY DIGEST-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO PRINTED-COUNTER.
      *
       PRINT-ENTRY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PAGE HEADING - THE OWNER AND DISTRIBUTION CODE OF THE
      * SECTION BEING PRINTED ARE ON EVERY PAGE OF IT.
      *---------------------------------------------------------------
      *
       PRINT-HEADING-START.
      *
           ADD 1 TO PAGE-NUMBER.
           DISPLAY ' '.
           DISPLAY '   SKILL OWNER CHANGE DIGEST         DATE '
                   PARM-DIGEST-DATE '   PAGE ' PAGE-NUMBER.
           DISPLAY '   OWNER ' SECTION-OWNER-ID '  '
                   SECTION-OWNER-NAME '   DISTRIBUTION '
                   SECTION-DIST-CODE.
           DISPLAY ' '.
           DISPLAY '   SKILL     PERSON                              '
                   '        CHANGE                 DETAIL          '
                   '    OPERATOR'.
           DISPLAY '   --------  ------------------------------------'
                   '------  ---------------------- ----------------'
                   '--  --------'.
           MOVE ZERO TO LINE-COUNT.
      *
       PRINT-HEADING-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * CHECK THAT DATE-CHECK-AREA HOLDS A REAL YYYYMMDD CALENDAR
      * DATE - NUMERIC, MONTH 01-12, DAY WITHIN THE MONTH (29
      * FEBRUARY ONLY IN A LEAP YEAR).
      *---------------------------------------------------------------
      *
       CHECK-DATE-START.
      *
           SET DATE-CHECK-INVALID TO TRUE.
      *
           IF DATE-CHECK-X IS NOT NUMERIC
              GO TO CHECK-DATE-END
           END-IF.
      *
           IF DATE-CHECK-YYYY < 1900
              OR DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
              OR DATE-CHECK-DD < 1
              GO TO CHECK-DATE-END
           END-IF.
      *
           MOVE DAYS-IN-MONTH (DATE-CHECK-MM) TO DATE-CHECK-MAX-DD.
      *
           IF DATE-CHECK-MM = 2
              DIVIDE DATE-CHECK-YYYY BY 4 GIVING DATE-CHECK-QUOTIENT
                     REMAINDER DATE-CHECK-REM-4
              DIVIDE DATE-CHECK-YYYY BY 100 GIVING DATE-CHECK-QUOTIENT
                     REMAINDER DATE-CHECK-REM-100
              DIVIDE DATE-CHECK-YYYY BY 400 GIVING DATE-CHECK-QUOTIENT
                     REMAINDER DATE-CHECK-REM-400
              IF DATE-CHECK-REM-400 = ZERO
                 OR (DATE-CHECK-REM-4 = ZERO
                     AND DATE-CHECK-REM-100 NOT = ZERO)
                 MOVE 29 TO DATE-CHECK-MAX-DD
              END-IF
           END-IF.
      *
           IF DATE-CHECK-DD > DATE-CHECK-MAX-DD
              GO TO CHECK-DATE-END
           END-IF.
      *
           SET DATE-CHECK-VALID TO TRUE.
      *
       CHECK-DATE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * READ THIS PROGRAM'S SECTION OF THE SHARED RUN-CONTROL
      * PARAMETER DATASET AND OVERRIDE THE DEFAULT TUNING VALUES -
      * SAME CONVENTION AS IMSLABS.CBL'S LOAD-RUN-PARMS-START. THE
      * EFFECTIVE VALUES ARE ECHOED SO AN AUDITOR CAN SEE EXACTLY
      * WHAT SETTINGS THIS RUN USED - DEFAULTED OR NOT.
      *---------------------------------------------------------------
      *
       LOAD-RUN-PARMS-START.
      *
           OPEN INPUT RUN-PARM-FILE.
      *
           PERFORM UNTIL RUN-PARM-AT-END
              READ RUN-PARM-FILE
                 AT END
                    MOVE 'Y' TO RUN-PARM-EOF-SWITCH
                 NOT AT END
                    IF PRM-PROGRAM (1:1) NOT = '*'
                       AND PRM-PROGRAM = 'DGSTPROG'
                       PERFORM APPLY-RUN-PARM-START THRU
                               APPLY-RUN-PARM-END
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE RUN-PARM-FILE.
      *
           DISPLAY '*'.
           DISPLAY '****** EFFECTIVE RUN PARAMETERS ***********'.
           DISPLAY '   PAGE-LIMIT            = ' PAGE-LIMIT.
           DISPLAY '   PARM RECORDS REJECTED = '
                   RUN-PARM-REJECT-COUNTER.
           DISPLAY '*'.
      *
       LOAD-RUN-PARMS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPLY ONE PARAMETER RECORD FROM THIS PROGRAM'S OWN SECTION.
      *---------------------------------------------------------------
      *
       APPLY-RUN-PARM-START.
      *
           IF FUNCTION TRIM (PRM-VALUE) IS NOT NUMERIC
              ADD 1 TO RUN-PARM-REJECT-COUNTER
              DISPLAY '=> RUN PARM REJECTED, VALUE NOT NUMERIC = '
                      PRM-KEYWORD ' ' PRM-VALUE
              GO TO APPLY-RUN-PARM-END
           END-IF.
      *
           COMPUTE RUN-PARM-VALUE-NUM = FUNCTION NUMVAL (PRM-VALUE).
      *
           IF RUN-PARM-VALUE-NUM = ZERO
              ADD 1 TO RUN-PARM-REJECT-COUNTER
              DISPLAY '=> RUN PARM REJECTED, VALUE NOT POSITIVE = '
                      PRM-KEYWORD ' ' PRM-VALUE
              GO TO APPLY-RUN-PARM-END
           END-IF.
      *
      *    A VALUE WIDER THAN ITS RECEIVING FIELD WOULD SILENTLY
      *    TRUNCATE ITS HIGH-ORDER DIGITS - REJECT IT THE SAME WAY A
      *    NON-NUMERIC VALUE IS REJECTED, PER KEYWORD.
           EVALUATE PRM-KEYWORD
              WHEN 'PAGE-LIMIT          '
                 IF RUN-PARM-VALUE-NUM > 99
                    ADD 1 TO RUN-PARM-REJECT-COUNTER
                    DISPLAY '=> RUN PARM REJECTED, VALUE TOO '
                            'LARGE = ' PRM-KEYWORD ' ' PRM-VALUE
                 ELSE
                    MOVE RUN-PARM-VALUE-NUM TO PAGE-LIMIT
                 END-IF
              WHEN OTHER
                 ADD 1 TO RUN-PARM-REJECT-COUNTER
                 DISPLAY '=> RUN PARM REJECTED, UNKNOWN KEYWORD = '
                         PRM-KEYWORD
           END-EVALUATE.
      *
       APPLY-RUN-PARM-END.
           EXIT.
