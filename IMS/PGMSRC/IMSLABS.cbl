              ORGANIZATION IS SEQUENTIAL.
           SELECT CLASS-MASTER-FILE ASSIGN TO CLASMAST
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-MASTER-FILE ASSIGN TO AUTHMAST
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CARD-FILE ASSIGN TO CYCLCARD
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
      * SEGMENT-NOT-FOUND/END-OF-DATABASE LOOP TERMINATION (SEE
      * ERROR-ROUTINE-START). CARRIES THE OFFENDING SYSIN CARD PLUS
      * THE STATUS CODE SO IT CAN BE REPLAYED OR INVESTIGATED LATER.
      * A CARD THE OPERATOR IS NOT AUTHORIZED TO RUN IS WRITTEN HERE
      * TOO, WITH THE PSEUDO STATUS CODE 'AU' (SEE
      * AUTHORIZE-CARD-START), AND AN EDUC CARD WITH A BAD
      * CERTIFICATION DATE WITH 'DV' (SEE DATE-REJECT-START).
      ****************************************************************
      *
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
      *
       01 EXCEPTION-RECORD.
          05 EXC-SYSIN-INPUT         PIC X(120).
          05 EXC-STATUS-CODE         PIC X(02).
      *
      ****************************************************************
      * AND AFTER-IMAGES OF THE IOAREA. THIS IS HOW "WHO CHANGED THIS
      * SEGMENT AND WHAT WAS THERE BEFORE" IS ANSWERED WITHOUT
      * RESTORING A BACKUP - SEE IMSJRNL.CBL FOR THE PRINT PROGRAM.
      * JRN-OPERATOR IS THE OPERATOR ID OFF THE CARD THAT MADE THE
      * CHANGE, SO THE TRAIL GOES DOWN TO THE PERSON, NOT JUST THE
      * PROGRAM.
      ****************************************************************
      *
       FD  JOURNAL-FILE
          05 JRN-CONC-KEY            PIC X(68).
          05 JRN-BEFORE-IMAGE        PIC X(120).
          05 JRN-AFTER-IMAGE         PIC X(120).
          05 JRN-OPERATOR            PIC X(08).
      *
      ****************************************************************
      * RUN-HISTORY DATASET - ONE RECORD APPENDED PER RUN, SHARED BY
          05 CLAS-DESC               PIC X(30).
      *
      ****************************************************************
      * OPERATOR AUTHORIZATION MASTER - ONE RECORD PER OPERATOR, CARD
      * GROUP AND SKILL CLASS THE OPERATOR MAY MAINTAIN. THE CARD
      * GROUP IS NAMED BY THE FIRST CARD TYPE IN IT :
      *   'S' = 'S'/'K'   SKILL-ROOT MAINTENANCE
      *   'N' = 'N'/'M'   NAME MAINTENANCE
      *   'A' = 'A'/'R'/'D' EDUC MAINTENANCE (AND THE LAB 2 'U' CARD)
      *   'X' = 'X'/'Y'/'Z' EXPR MAINTENANCE
      *   'T' = 'T'       SKILL TRANSFER
      * A '*' IN AUTH-CARD-GROUP GRANTS EVERY GROUP, AND A '*' IN
      * AUTH-SKCLASS EVERY SKILL CLASS. LOADED INTO A TABLE AT
      * START-UP, SAME AS THE CLASSIFICATION CODE MASTER. INQUIRY
      * CARDS ('G', 'C', 'O', 'F') NEED NO AUTHORIZATION.
      ****************************************************************
      *
       FD  AUTH-MASTER-FILE
           RECORDING MODE IS F.
      *
       01 AUTH-MASTER-RECORD.
          05 AUTH-OPERATOR           PIC X(08).
          05 AUTH-CARD-GROUP         PIC X(01).
          05 AUTH-SKCLASS            PIC X(08).
      *
      ****************************************************************
      * SHARED RUN-CONTROL PARAMETER DATASET - KEYWORD RECORDS READ
      * AT START-UP BY EVERY PROGRAM IN THE SUITE, SO TUNING VALUES
      * ARE CHANGED WITH AN EDIT INSTEAD OF A RECOMPILE AND A CHANGE
          05 FILLER                  PIC X(01).
          05 PRM-VALUE               PIC X(08).
          05 FILLER                  PIC X(42).
      *
      ****************************************************************
      * BATCH-CYCLE CONTROL DATASET - SHARED BY EVERY STEP OF THE
      * NIGHTLY CHAIN (EDITPROG, LOADPROG, COBPROG, UNLDPROG,
      * DLTAPROG, APLYPROG) AND REPORTED ON BY IMSCYCL.CBL. ONE
      * 80-BYTE EVENT RECORD IS APPENDED, KEYED BY CYCLE DATE AND
      * STEP, EACH TIME A STEP STARTS ('S'), COMPLETES ('C'), FAILS
      * ('F') OR IS REFUSED ('R'). THE LATEST 'S'/'C'/'F' EVENT FOR A
      * CYCLE AND STEP IS THAT STEP'S STATE IN THE CYCLE; A REFUSAL
      * LEAVES THE STATE AS IT WAS. CYC-OVERRIDE IS 'Y' ON THE EVENTS
      * OF A RUN AN OPERATOR OVERRIDE CARD FORCED THROUGH, WITH THE
      * OPERATOR IN CYC-OPERATOR.
      ****************************************************************
      *
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
      *
       01 CYCLE-CONTROL-RECORD.
          05 CYC-CYCLE-DATE          PIC X(08).
          05 CYC-STEP-NO             PIC 9(01).
          05 CYC-PROGRAM             PIC X(08).
          05 CYC-EVENT               PIC X(01).
          05 CYC-EVENT-DATE          PIC X(08).
          05 CYC-EVENT-TIME          PIC X(08).
          05 CYC-OVERRIDE            PIC X(01).
          05 CYC-OPERATOR            PIC X(08).
          05 CYC-REASON              PIC X(30).
          05 FILLER                  PIC X(07).
      *
      ****************************************************************
      * BATCH-CYCLE CONTROL CARDS - OPTIONAL, '*' IN COLUMN 1 FOR A
      * COMMENT :
      *   'C' CYCLE CARD    - THE CYCLE DATE (YYYYMMDD, COLUMNS 3-10)
      *                       THIS RUN BELONGS TO
      *   'O' OVERRIDE CARD - FORCES THE STEP NAMED IN COLUMNS 12-19
      *                       TO RUN IN THE CYCLE IN COLUMNS 3-10
      *                       WHATEVER THE CONTROL DATASET SAYS. THE
      *                       OPERATOR ID (21-28) IS REQUIRED AND IS
      *                       RECORDED; 30-59 IS A FREE-TEXT REASON.
      * WITH NO CYCLE CARD, EDITPROG OPENS TODAY'S CYCLE AND EVERY
      * LATER STEP CARRIES ON WITH THE LATEST CYCLE ON THE DATASET.
      ****************************************************************
      *
       FD  CYCLE-CARD-FILE
           RECORDING MODE IS F.
      *
       01 CYCLE-CARD-RECORD.
          05 CCD-TYPE                PIC X(01).
          05 FILLER                  PIC X(01).
          05 CCD-CYCLE-DATE          PIC X(08).
          05 FILLER                  PIC X(01).
          05 CCD-PROGRAM             PIC X(08).
          05 FILLER                  PIC X(01).
          05 CCD-OPERATOR            PIC X(08).
          05 FILLER                  PIC X(01).
          05 CCD-REASON              PIC X(30).
          05 FILLER                  PIC X(21).
      *
       WORKING-STORAGE SECTION.
      *
          88 SYSIN-INPUT-INVALID             VALUE 'N'.
       77 REJECT-COUNTER          PIC 9(04)  VALUE ZERO.
      *
      * WHY THE CARD WAS REJECTED, FOR THE SIMULATION LISTING - SET
      * ALONGSIDE EACH REJECTION MESSAGE.
       77 CARD-REJECT-REASON      PIC X(42)  VALUE SPACES.
      *
      * SET PER CARD BY READ-SYSIN-INPUT WHEN COL1 IS ONE OF THE
      * TRANSACTION TYPES - THE VALIDATION TRIGGER, THE DISPATCH AND
      * THE CHECKPOINT TALLY ALL KEY OFF THIS ONE TEST INSTEAD OF
          88 CLASSIF-CODE-VALID              VALUE 'Y'.
          88 CLASSIF-CODE-INVALID            VALUE 'N'.
       77 CLASSIF-REJECT-COUNTER  PIC 9(04)  VALUE ZERO.
      *
      ****************************************************************
      * CERTIFICATION DATE VALIDATION WORK AREAS - CHECK-DATE-START
      * TESTS THE ONE DATE IN DATE-CHECK-AREA; VALIDATE-EDUC-DATES-
      * START TESTS THE COMPLETION/EXPIRY PAIR IN EDUC-COMPLETE-WORK
      * AND EDUC-EXPIRY-WORK AND LEAVES THE REASON FOR A FAILURE IN
      * DATE-REJECT-REASON.
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
       77 EDUC-COMPLETE-WORK      PIC X(08)  VALUE SPACES.
       77 EDUC-EXPIRY-WORK        PIC X(08)  VALUE SPACES.
       77 EDUC-DATES-SWITCH       PIC X(01)  VALUE 'N'.
          88 EDUC-DATES-VALID                VALUE 'Y'.
          88 EDUC-DATES-INVALID              VALUE 'N'.
       77 DATE-REJECT-REASON      PIC X(40)  VALUE SPACES.
       77 DATE-REJECT-COUNTER     PIC 9(04)  VALUE ZERO.
      *
      ****************************************************************
      * IN-MEMORY COPY OF THE OPERATOR AUTHORIZATION MASTER, WITH THE
      * WORK FIELDS AUTHORIZE-CARD-START AND AUTH-LOOKUP-START USE.
      ****************************************************************
      *
       77 AUTH-MASTER-EOF-SWITCH  PIC X(01)  VALUE 'N'.
          88 AUTH-MASTER-AT-END              VALUE 'Y'.
       77 AUTH-MASTER-COUNT       PIC 9(03)  VALUE ZERO.
      *
       01 AUTH-MASTER-TABLE.
          05 AUTH-MASTER-ENTRY OCCURS 500 TIMES
                               INDEXED BY AUTH-IDX.
             10 AMT-OPERATOR       PIC X(08).
             10 AMT-CARD-GROUP     PIC X(01).
             10 AMT-SKCLASS        PIC X(08).
      *
       77 AUTH-CARD-GROUP-WORK    PIC X(01)  VALUE SPACE.
       77 AUTH-LOOKUP-SKCLASS     PIC X(08)  VALUE SPACES.
       77 AUTH-VALID-SWITCH       PIC X(01)  VALUE 'N'.
          88 OPERATOR-AUTHORIZED             VALUE 'Y'.
          88 OPERATOR-NOT-AUTHORIZED         VALUE 'N'.
       77 AUTH-REJECT-COUNTER     PIC 9(04)  VALUE ZERO.
      *
      ****************************************************************
      * SIMULATION (DRY-RUN) MODE - SWITCHED ON BY THE RUNPARM
      * KEYWORD SIMULATE-MODE. THE DECK IS READ AND VALIDATED AS
      * USUAL, BUT EACH MAINTENANCE CARD ONLY MAKES THE GET CALLS IT
      * WOULD NEED TO DECIDE ITS OUTCOME : NO ISRT/REPL/DLET, NO
      * JOURNAL, NO EXCEPTION RECORDS, NO CHECKPOINTS AND NO
      * RUN-HISTORY RECORD. ONE PREDICTED-OUTCOME LINE IS LISTED PER
      * CARD, WITH TOTALS ON THE 'E' CARD. SEE SIMULATE-CARD-START.
      ****************************************************************
      *
       77 SIMULATE-SWITCH         PIC X(01)  VALUE 'N'.
          88 SIMULATE-RUN                    VALUE 'Y'.
      *
      * PREDICTED RESULT OF THE CARD IN HAND, WITH THE REASON.
       77 SIM-RESULT-SWITCH       PIC X(01)  VALUE SPACE.
          88 SIM-WOULD-SUCCEED               VALUE 'S'.
          88 SIM-WOULD-FAIL                  VALUE 'F'.
          88 SIM-WOULD-REJECT                VALUE 'R'.
          88 SIM-NOT-SIMULATED               VALUE 'N'.
       77 SIM-REASON              PIC X(42)  VALUE SPACES.
      *
       77 SIM-SUCCEED-COUNTER     PIC 9(05)  VALUE ZERO.
       77 SIM-FAIL-COUNTER        PIC 9(05)  VALUE ZERO.
       77 SIM-REJECT-COUNTER      PIC 9(05)  VALUE ZERO.
       77 SIM-SKIP-COUNTER        PIC 9(05)  VALUE ZERO.
       77 SIM-GET-COUNTER         PIC 9(07)  VALUE ZERO.
      *
      * THE SEGMENT SIM-CHECK-EXISTS-START AND SIM-COLLECT-CHILDREN-
      * START WORK ON : TYPE, SKILL, NAME AND (EDUC/EXPR) DETAIL KEY.
      * SIM-DB-STATUS IS LEFT BLANK UNLESS A GET CAME BACK WITH A
      * STATUS THAT IS NEITHER SUCCESS NOR NOT-FOUND.
       77 SIM-CHECK-SEGMENT       PIC X(08)  VALUE SPACES.
       77 SIM-CHECK-SKCLASS       PIC X(08)  VALUE SPACES.
       77 SIM-CHECK-FULNAM        PIC X(42)  VALUE SPACES.
       77 SIM-CHECK-KEY           PIC X(18)  VALUE SPACES.
       77 SIM-CHANGE-STATE        PIC X(01)  VALUE SPACE.
       77 SIM-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
          88 SIM-SEGMENT-FOUND               VALUE 'Y'.
          88 SIM-SEGMENT-NOT-FOUND           VALUE 'N'.
       77 SIM-OVERLAY-SWITCH      PIC X(01)  VALUE 'N'.
          88 SIM-OVERLAY-HIT                 VALUE 'Y'.
       77 SIM-DB-STATUS           PIC X(02)  VALUE SPACES.
       77 SIM-MERGE-SWITCH        PIC X(01)  VALUE 'N'.
          88 SIM-TRANSFER-MERGES             VALUE 'Y'.
      *
      ****************************************************************
      * DECK CHANGE TABLE - EVERY INSERT ('A' = NOW EXISTS) AND
      * DELETE ('D' = NOW GONE) AN EARLIER CARD OF THE DECK WOULD
      * HAVE MADE, IN DECK ORDER. AN EXISTENCE CHECK LOOKS HERE FIRST
      * (LATEST ENTRY WINS) AND ONLY ASKS THE DATABASE WHEN THE DECK
      * HAS NOT TOUCHED THE SEGMENT - SO AN 'N' FOLLOWED BY AN 'A'
      * FOR THAT NAME PREDICTS CORRECTLY. A 'T' OR AN 'M' RECORDS
      * EACH DEPENDENT IT TAKES WITH IT, SO NOTHING UNDER A DELETED
      * NAME CAN "REAPPEAR" FROM THE DATABASE LATER IN THE DECK.
      ****************************************************************
      *
       77 SIM-CHANGE-COUNT        PIC 9(04)  VALUE ZERO.
       77 SIM-CHANGE-SUB          PIC 9(04)  VALUE ZERO.
       77 SIM-TABLE-FULL-SWITCH   PIC X(01)  VALUE 'N'.
          88 SIM-CHANGE-TABLE-FULL           VALUE 'Y'.
      *
       01 SIM-CHANGE-TABLE.
          05 SIM-CHANGE-ENTRY OCCURS 2000 TIMES.
             10 SCH-SEGMENT        PIC X(08).
             10 SCH-SKCLASS        PIC X(08).
             10 SCH-FULNAM         PIC X(42).
             10 SCH-KEY            PIC X(18).
             10 SCH-STATE          PIC X(01).
      *
      ****************************************************************
      * CHILDREN OF ONE PARENT AS THEY WOULD STAND AT THIS POINT IN
      * THE DECK - THE DATABASE'S CHILDREN WITH THE DECK CHANGE TABLE
      * REPLAYED OVER THEM. NAMES UNDER A ROOT ('K' CARD) OR EDUC/EXPR
      * UNDER A NAME ('M' AND 'T' CARDS).
      ****************************************************************
      *
       77 SIM-CHILD-COUNT         PIC 9(04)  VALUE ZERO.
       77 SIM-CHILD-SUB           PIC 9(04)  VALUE ZERO.
       77 SIM-CHILD-SUB2          PIC 9(04)  VALUE ZERO.
       77 SIM-CHILD-SEGMENT-WORK  PIC X(08)  VALUE SPACES.
       77 SIM-CHILD-KEY-WORK      PIC X(42)  VALUE SPACES.
      *
       01 SIM-CHILD-TABLE.
          05 SIM-CHILD-ENTRY OCCURS 500 TIMES.
             10 SCL-SEGMENT        PIC X(08).
             10 SCL-KEY            PIC X(42).
      *
      * PREDICTED-OUTCOME LISTING LINES.
       01 SIM-HEADING-LINE.
          05 FILLER               PIC X(07)  VALUE ' CARD  '.
          05 FILLER               PIC X(03)  VALUE 'T  '.
          05 FILLER               PIC X(09)  VALUE 'SKILL'.
          05 FILLER               PIC X(31)  VALUE 'NAME'.
          05 FILLER               PIC X(19)  VALUE 'KEY / TARGET'.
          05 FILLER               PIC X(18)  VALUE 'PREDICTION'.
          05 FILLER               PIC X(06)  VALUE 'REASON'.
      *
       01 SIM-DETAIL-LINE.
          05 SML-CARD-NO          PIC ZZZZ9.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SML-CARD-TYPE        PIC X(01).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SML-SKCLASS          PIC X(08).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 SML-FULNAM           PIC X(30).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 SML-KEY              PIC X(18).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 SML-RESULT           PIC X(17).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 SML-REASON           PIC X(42).
      *
       01 SIM-DB-ERROR-TEXT.
          05 FILLER               PIC X(24)
                                  VALUE 'DL/I GET FAILED, STATUS '.
          05 SDE-STATUS           PIC X(02).
          05 FILLER               PIC X(16)  VALUE SPACES.
      *
       77 GU-COUNTER              PIC 9(04)  VALUE ZERO.
       77 ISRT-COUNTER            PIC 9(04)  VALUE ZERO.
          05 KNAME                PIC X(42).
          05 KEXPR                PIC X(04).
          05 FILLER               PIC X(25).
          05 KOPERATOR            PIC X(08).
          05 FILLER               PIC X(32).
      *
      ****************************************************************
      * THE CARD IS 120 COLUMNS WIDE. KOPERATOR (COLUMNS 81-88) IS
      * THE ID OF THE OPERATOR SUBMITTING THE CARD - REQUIRED ON
      * EVERY MAINTENANCE CARD, CHECKED AGAINST THE AUTHORIZATION
      * MASTER AND CARRIED INTO THE JOURNAL.
      ****************************************************************
      *
      ****************************************************************
      * SKILL-TRANSFER ('T' CARD) VIEW OF THE SAME CARD - KSKILL IS
      * KSKILL/KNAME ARE THE PARENTAGE, MEDUID (COLUMNS 52-69) THE
      * EDUC KEY AND MEDUC-DATA (COLUMNS 70-80) THE DATA TEXT. THE
      * CARD ONLY HAS 11 COLUMNS LEFT FOR DATA, SO THE SEGMENT'S DATA
      * TEXT IS STORED AS SUPPLIED, SPACE-PADDED ON THE RIGHT.
      * MEDUC-COMPLETE-DATE (COLUMNS 89-96) AND MEDUC-EXPIRY-DATE
      * (COLUMNS 97-104) ARE THE CERTIFICATION'S COMPLETION AND
      * EXPIRY DATES, YYYYMMDD, EITHER LEFT BLANK WHEN NOT KNOWN OR
      * NOT APPLICABLE - SEE VALIDATE-EDUC-DATES-START.
      ****************************************************************
      *
       01 SYSIN-EDUC-MAINT REDEFINES SYSIN-INPUT.
          05 FILLER               PIC X(51).
          05 MEDUID               PIC X(18).
          05 MEDUC-DATA           PIC X(11).
          05 FILLER               PIC X(08).
          05 MEDUC-COMPLETE-DATE  PIC X(08).
          05 MEDUC-EXPIRY-DATE    PIC X(08).
          05 FILLER               PIC X(16).
      *
      ****************************************************************
      * EXPR-MAINTENANCE ('X'/'Y'/'Z' CARD) VIEW OF THE SAME CARD -
          05 MNAME-DATA           PIC X(29).
      *
      ****************************************************************
      * HRCARDS CONTROL CARDS - HRFDPROG (IMSHRFD.CBL) OPENS THE CARD
      * DECK IT GENERATES WITH A HEADER CARD AND CLOSES IT WITH A
      * TRAILER CARD. BOTH START '*', SO ANY READER THAT TAKES THEM
      * FOR COMMENTS IS UNAFFECTED; COLUMN 2 SAYS WHICH IS WHICH :
      *   HEADER  - 'H' IN COLUMN 2, RUN DATE (YYYYMMDD) IN 3-10,
      *             'HRFDPROG' IN 11-18.
      *   TRAILER - 'T' IN COLUMN 2, THEN THE NUMBER OF 'T' CARDS IN
      *             3-7, 'D' CARDS IN 8-12, 'Z' CARDS IN 13-17, 'M'
      *             CARDS IN 18-22 AND OF ALL CARDS BETWEEN HEADER
      *             AND TRAILER IN 23-29.
      * COBPROG COUNTS THE CARDS BETWEEN THE TWO BY TYPE AND STOPS
      * THE RUN WHEN THEY DO NOT AGREE WITH THE TRAILER, WHEN A DECK
      * ENDS WITHOUT ITS TRAILER, OR WHEN A TRAILER TURNS UP WITHOUT
      * ITS HEADER - SEE DECK-CONTROL-START IN IMSLABS.CBL.
      ****************************************************************
      *
       01 SYSIN-DECK-HEADER REDEFINES SYSIN-INPUT.
          05 FILLER               PIC X(01).
          05 SDH-TYPE             PIC X(01).
          05 SDH-RUN-DATE         PIC X(08).
          05 SDH-PROGRAM          PIC X(08).
          05 FILLER               PIC X(102).
      *
       01 SYSIN-DECK-TRAILER REDEFINES SYSIN-INPUT.
          05 FILLER               PIC X(01).
          05 SDT-TYPE             PIC X(01).
          05 SDT-COUNTS.
             10 SDT-T-COUNT       PIC 9(05).
             10 SDT-D-COUNT       PIC 9(05).
             10 SDT-Z-COUNT       PIC 9(05).
             10 SDT-M-COUNT       PIC 9(05).
             10 SDT-CARD-COUNT    PIC 9(07).
          05 FILLER               PIC X(91).
      *
      * THE DECK IN HAND - WHETHER A HEADER HAS BEEN READ WITHOUT ITS
      * TRAILER YET, THE CARDS COUNTED SINCE, AND WHY THE RUN WAS
      * STOPPED IF IT WAS.
       77 DECK-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
          88 DECK-OPEN                       VALUE 'Y'.
       77 DECK-REFUSE-SWITCH      PIC X(01)  VALUE 'N'.
          88 DECK-REFUSED                    VALUE 'Y'.
       77 DECK-TRAILER-SWITCH     PIC X(01)  VALUE 'N'.
          88 DECK-TRAILER-READ               VALUE 'Y'.
       77 DECK-REFUSE-REASON      PIC X(30)  VALUE SPACES.
       77 DECK-RUN-DATE           PIC X(08)  VALUE SPACES.
       77 DECK-T-COUNT            PIC 9(05)  VALUE ZERO.
       77 DECK-D-COUNT            PIC 9(05)  VALUE ZERO.
       77 DECK-Z-COUNT            PIC 9(05)  VALUE ZERO.
       77 DECK-M-COUNT            PIC 9(05)  VALUE ZERO.
       77 DECK-CARD-COUNT         PIC 9(07)  VALUE ZERO.
       77 DECK-BALANCED-COUNTER   PIC 9(04)  VALUE ZERO.
      *
      ****************************************************************
      * DL/I CALL FUNCTIONS
      * - COPY FROM YOUR LIBRARY
      * - COMPLETE WHERE NECESSARY
       01 IOAREA-EXPR.
          05 EXPR-DATA            PIC X(16).
          05 CLASSIF              PIC X(04).
      *
      ****************************************************************
      * THE LAST 16 BYTES OF THE EDUC DATA PORTION CARRY THE
      * CERTIFICATION'S COMPLETION AND EXPIRY DATES (YYYYMMDD, BLANK
      * WHEN NOT KNOWN OR NOT APPLICABLE); THE FIRST 41 BYTES REMAIN
      * FREE TEXT.
      ****************************************************************
      *
       01 IOAREA-EDUC.
          05 EDUID                PIC X(18).
          05 EDUC-DATA.
             10 EDUC-TEXT         PIC X(41).
             10 EDUC-COMPLETE-DATE
                                  PIC X(08).
             10 EDUC-EXPIRY-DATE  PIC X(08).
      *
      ****************************************************************
      * GENERIC DEPENDENT IOAREA - USED WHEN WALKING GNP ACROSS MIXED
          05 SEGMENT-NAME         PIC X(08)  VALUE 'NAME    '.
          05 COMMAND-CODES-START  PIC X(01)  VALUE ' '.
          05 COMMAND-CODES        PIC X(04)  VALUE '----'.
      *
      ****************************************************************
      * BATCH-CYCLE CONTROL - SEE THE CYCLE-CONTROL-FILE FD. THIS
      * PROGRAM IS STEP 3 OF THE NIGHTLY CHAIN; THE CHAIN TABLE
      * NAMES EVERY STEP IN RUN ORDER AND THE STATE TABLE HOLDS EACH
      * STEP'S STATE IN THE CYCLE BEING CHECKED.
      ****************************************************************
      *
       77 CYCLE-STEP-NO           PIC 9(01)  VALUE 3.
       77 CYCLE-STEP-PROGRAM      PIC X(08)  VALUE 'COBPROG '.
       77 CYCLE-DATE              PIC X(08)  VALUE SPACES.
       77 CYCLE-CARD-DATE         PIC X(08)  VALUE SPACES.
       77 CYCLE-LATEST-DATE       PIC X(08)  VALUE SPACES.
       77 CYCLE-TODAY             PIC 9(08)  VALUE ZERO.
       77 CYCLE-NOW               PIC 9(08)  VALUE ZERO.
       77 CYCLE-SUB               PIC 9(02)  VALUE ZERO.
       77 CYCLE-EVENT-WORK        PIC X(01)  VALUE SPACE.
       77 CYCLE-REASON-WORK       PIC X(30)  VALUE SPACES.
       77 CYCLE-CTL-EOF-SWITCH    PIC X(01)  VALUE 'N'.
          88 CYCLE-CTL-AT-END                VALUE 'Y'.
       77 CYCLE-CARD-EOF-SWITCH   PIC X(01)  VALUE 'N'.
          88 CYCLE-CARD-AT-END               VALUE 'Y'.
       77 CYCLE-REFUSE-SWITCH     PIC X(01)  VALUE 'N'.
          88 CYCLE-RUN-REFUSED               VALUE 'Y'.
       77 CYCLE-OVERRIDE-SWITCH   PIC X(01)  VALUE 'N'.
          88 CYCLE-OVERRIDDEN                VALUE 'Y'.
       77 CYCLE-REFUSE-REASON     PIC X(30)  VALUE SPACES.
       77 CYCLE-OVR-OPERATOR      PIC X(08)  VALUE SPACES.
       77 CYCLE-OVR-REASON        PIC X(30)  VALUE SPACES.
      *
       01 CYCLE-CHAIN-NAMES.
          05 FILLER               PIC X(08)  VALUE 'EDITPROG'.
          05 FILLER               PIC X(08)  VALUE 'LOADPROG'.
          05 FILLER               PIC X(08)  VALUE 'COBPROG '.
          05 FILLER               PIC X(08)  VALUE 'UNLDPROG'.
          05 FILLER               PIC X(08)  VALUE 'DLTAPROG'.
          05 FILLER               PIC X(08)  VALUE 'APLYPROG'.
       01 CYCLE-CHAIN-TABLE REDEFINES CYCLE-CHAIN-NAMES.
          05 CYCLE-CHAIN-PROGRAM  PIC X(08)  OCCURS 6 TIMES.
      *
       01 CYCLE-STATE-TABLE.
          05 CYCLE-STEP-STATE     PIC X(01)  OCCURS 6 TIMES.
      *
       01 CYCLE-PRIOR-REASON.
          05 FILLER               PIC X(11)  VALUE 'PRIOR STEP '.
          05 CPR-PROGRAM          PIC X(08).
          05 FILLER               PIC X(11)  VALUE ' INCOMPLETE'.
      *
      * OVERRIDE CARDS FOR THIS STEP, KEPT UNTIL THE CYCLE IS KNOWN.
       77 CYCLE-OVR-COUNT         PIC 9(02)  VALUE ZERO.
      *
       01 CYCLE-OVERRIDE-TABLE.
          05 CYCLE-OVERRIDE-ENTRY OCCURS 10 TIMES.
             10 COV-CYCLE-DATE     PIC X(08).
             10 COV-OPERATOR       PIC X(08).
             10 COV-REASON         PIC X(30).
      *
       LINKAGE SECTION.
      *
      *
           ENTRY 'DLITCBL' USING SKILL-PCB.
      *
      *    THE RUN PARAMETERS ARE READ FIRST - SIMULATE-MODE DECIDES
      *    WHETHER THERE IS A RESTART TO DO OR DATASETS TO OPEN AT
      *    ALL. READING RUNPARM IS NOT A DL/I CALL, SO XRST IS STILL
      *    THE FIRST CALL THIS PROGRAM MAKES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM LOAD-RUN-PARMS-START THRU LOAD-RUN-PARMS-END.
      *
      *    THE LOAD STEP MUST HAVE COMPLETED IN THIS CYCLE. A RESTART
      *    FINDS THIS STEP STILL STARTED AND IS LET THROUGH. A
      *    SIMULATION UPDATES NOTHING, SO IT IS NOT A STEP OF THE
      *    CYCLE AND IS NEITHER CHECKED NOR RECORDED.
           IF NOT SIMULATE-RUN
              PERFORM CYCLE-CHECK-START THRU CYCLE-CHECK-END
              IF CYCLE-RUN-REFUSED
                 GOBACK
              END-IF
           END-IF.
      *
      ****************************************************************
      * RESTART - IF THIS RUN IS A RESTART FROM A PRIOR CHECKPOINT,
      * XRST REPOSITIONS THE DATABASE TO THAT CHECKPOINT AND HANDS
      * BACK THE CHKP-ID AREA AS IT STOOD AT THAT CHECKPOINT. ON A
      * FRESH (NON-RESTART) RUN, THIS CALL IS A NO-OP AND CHKP-ID IS
      * STILL ALL ZEROES. A SIMULATION TAKES NO CHECKPOINTS, SO IT
      * NEVER RESTARTS, AND WRITES NO EXCEPTION OR JOURNAL RECORDS.
      ****************************************************************
      *
           IF NOT SIMULATE-RUN
              CALL 'CBLTDLI' USING XRST, CHKP-ID
      *
      *       DON'T TRUNCATE A PRIOR RUN'S EXCEPTION OR JOURNAL
      *       RECORDS ON RESTART - ONLY A FRESH RUN STARTS THE
      *       DATASETS OVER.
              IF CHKP-ID-TRAN-COUNT = ZERO
                 OPEN OUTPUT EXCEPTION-FILE
                             JOURNAL-FILE
              ELSE
                 OPEN EXTEND EXCEPTION-FILE
                             JOURNAL-FILE
              END-IF
           END-IF.
      *
           PERFORM LOAD-CLASS-MASTER-START THRU LOAD-CLASS-MASTER-END.
      *
           PERFORM LOAD-AUTH-MASTER-START THRU LOAD-AUTH-MASTER-END.
      *
      *    PICK UP WHERE THE LAST CHECKPOINT LEFT OFF - HOW MANY SYSIN
      *    CARDS HAD ALREADY BEEN CONSUMED, AND THE LAST CHECKPOINT
      *
           PERFORM SKIP-RESTARTED-TRANSACTIONS-START THRU
                   SKIP-RESTARTED-TRANSACTIONS-END.
      *
           IF SIMULATE-RUN
              DISPLAY '*'
              DISPLAY '******************************************'
              DISPLAY '* SIMULATION RUN - THE DATABASE IS NOT UPDATED *'
              DISPLAY '******************************************'
              DISPLAY '*'
              DISPLAY SIM-HEADING-LINE
              DISPLAY '*'
           END-IF.
      *
      ****************************************************************
      * READ SYSIN INPUT
      *
           ACCEPT SYSIN-INPUT.
           ADD 1 TO SYSIN-CARDS-READ.
      *
      *    AN HRCARDS DECK THAT DOES NOT BALANCE STOPS THE RUN BEFORE
      *    ANOTHER CARD IS PROCESSED.
           PERFORM DECK-CONTROL-START THRU DECK-CONTROL-END.
      *
           IF DECK-REFUSED
              PERFORM DECK-REFUSE-START THRU DECK-REFUSE-END
              GOBACK.
      *
           IF COL1 OF SYSIN-INPUT = '*'
              GO TO READ-SYSIN-INPUT.
              DISPLAY '*'
              GO TO READ-SYSIN-INPUT.
      *
      *    A SIMULATION LISTS ONE PREDICTED-OUTCOME LINE PER CARD
      *    INSTEAD OF ECHOING EACH CARD IN FULL.
           IF NOT SIMULATE-RUN
              DISPLAY '*'
              DISPLAY '****** INPUT CARD FOLLOWS **************'
              DISPLAY '*'
              DISPLAY SYSIN-INPUT
              DISPLAY '*'
           END-IF.
      *
           IF COL1 OF SYSIN-INPUT = 'E'
              IF SIMULATE-RUN
                 PERFORM SIMULATE-SUMMARY-START THRU
                         SIMULATE-SUMMARY-END
              ELSE
                 PERFORM DISPLAY-SUMMARY-START THRU
                         DISPLAY-SUMMARY-END
                 PERFORM WRITE-RUN-HISTORY-START THRU
                         WRITE-RUN-HISTORY-END
                 CLOSE EXCEPTION-FILE
                       JOURNAL-FILE
                 MOVE 'C' TO CYCLE-EVENT-WORK
                 MOVE SPACES TO CYCLE-REASON-WORK
                 PERFORM CYCLE-WRITE-EVENT-START THRU
                         CYCLE-WRITE-EVENT-END
              END-IF
              DISPLAY '*'
              DISPLAY '******************************************'
              DISPLAY '* END OF OUTPUT *'
              DISPLAY '******************************************'
              DISPLAY '*'
              GOBACK.
      *
           MOVE 'N' TO TRAN-CARD-SWITCH.
           IF TRAN-CARD
              PERFORM VALIDATE-SYSIN-START THRU VALIDATE-SYSIN-END
           END-IF.
      *
      *    A SIMULATION PREDICTS THE CARD'S OUTCOME WITH GET CALLS
      *    ONLY, AND NEVER REACHES THE UPDATE PATHS OR THE CHECKPOINT.
           IF SIMULATE-RUN
              PERFORM SIMULATE-CARD-START THRU SIMULATE-CARD-END
              GO TO READ-SYSIN-INPUT.
      *
           IF SYSIN-INPUT-VALID
              IF COL1 OF SYSIN-INPUT = 'G'
      *   TEXT. A 'GE' ON THE GET-HOLD OF AN 'R'/'D' CARD IS A REAL
      *   FAILURE HERE, JUST AS IT IS IN LAB2 - THE CARD NAMED A
      *   SEGMENT THAT IS NOT THERE.
      * - THE COMPLETION/EXPIRY DATES ON AN 'A'/'R' CARD ARE CHECKED
      *   BEFORE ANY DL/I CALL; A BAD DATE SENDS THE CARD TO THE
      *   EXCEPTION DATASET (SEE DATE-REJECT-START).
      *---------------------------------------------------------------
      *
       EDUC-MAINT-START.
      *
           IF COL1 OF SYSIN-INPUT = 'A' OR = 'R'
              MOVE MEDUC-COMPLETE-DATE OF SYSIN-EDUC-MAINT
                   TO EDUC-COMPLETE-WORK
              MOVE MEDUC-EXPIRY-DATE OF SYSIN-EDUC-MAINT
                   TO EDUC-EXPIRY-WORK
              PERFORM VALIDATE-EDUC-DATES-START THRU
                      VALIDATE-EDUC-DATES-END
              IF EDUC-DATES-INVALID
                 PERFORM DATE-REJECT-START THRU DATE-REJECT-END
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      *
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-SKILL.
           MOVE KSKILL OF SYSIN-INPUT TO QUAL-VALUE OF SSA-QUAL-SKILL.
              MOVE MEDUID OF SYSIN-EDUC-MAINT TO EDUID OF IOAREA-EDUC
              MOVE MEDUC-DATA OF SYSIN-EDUC-MAINT
                   TO EDUC-DATA OF IOAREA-EDUC
              MOVE EDUC-COMPLETE-WORK
                   TO EDUC-COMPLETE-DATE OF IOAREA-EDUC
              MOVE EDUC-EXPIRY-WORK TO EDUC-EXPIRY-DATE OF IOAREA-EDUC
              MOVE ' ' TO COMMAND-CODES-START OF SSA-QUAL-EDUC
              CALL 'CBLTDLI' USING ISRT,
                                   SKILL-PCB,
              DISPLAY '   SKILL = ' KSKILL OF SYSIN-INPUT
              DISPLAY '   NAME  = ' KNAME OF SYSIN-INPUT
              DISPLAY '   EDUID = ' EDUID OF IOAREA-EDUC
              DISPLAY '   DATA  = ' EDUC-TEXT OF IOAREA-EDUC
              DISPLAY '   DONE  = ' EDUC-COMPLETE-DATE OF IOAREA-EDUC
              DISPLAY '   EXPIRES ' EDUC-EXPIRY-DATE OF IOAREA-EDUC
              MOVE ISRT TO JOURNAL-FUNCTION
              MOVE SPACES TO JOURNAL-BEFORE-IMAGE
              MOVE SPACES TO JOURNAL-AFTER-IMAGE
           IF COL1 OF SYSIN-INPUT = 'R'
              MOVE MEDUC-DATA OF SYSIN-EDUC-MAINT
                   TO EDUC-DATA OF IOAREA-EDUC
              MOVE EDUC-COMPLETE-WORK
                   TO EDUC-COMPLETE-DATE OF IOAREA-EDUC
              MOVE EDUC-EXPIRY-WORK TO EDUC-EXPIRY-DATE OF IOAREA-EDUC
              CALL 'CBLTDLI' USING REPL,
                                   SKILL-PCB,
                                   IOAREA-EDUC
              DISPLAY '   SKILL = ' KSKILL OF SYSIN-INPUT
              DISPLAY '   NAME  = ' KNAME OF SYSIN-INPUT
              DISPLAY '   EDUID = ' EDUID OF IOAREA-EDUC
              DISPLAY '   DATA  = ' EDUC-TEXT OF IOAREA-EDUC
              DISPLAY '   DONE  = ' EDUC-COMPLETE-DATE OF IOAREA-EDUC
              DISPLAY '   EXPIRES ' EDUC-EXPIRY-DATE OF IOAREA-EDUC
              MOVE REPL TO JOURNAL-FUNCTION
              MOVE HELD-IMAGE TO JOURNAL-BEFORE-IMAGE
              MOVE SPACES TO JOURNAL-AFTER-IMAGE
      *
      *
      *---------------------------------------------------------------
      * SIMULATION - PREDICT THE OUTCOME OF ONE CARD AND LIST IT.
      * - A CARD THAT FAILED VALIDATION OR AUTHORIZATION WOULD BE
      *   REJECTED BEFORE ANY DL/I CALL, EXACTLY AS IN A REAL RUN.
      * - INQUIRY CARDS AND THE LAB 2 DEMONSTRATION CARD CHANGE
      *   NOTHING THE REST OF THE DECK DEPENDS ON (OR, FOR 'U', ARE
      *   NOT PART OF A MAINTENANCE DECK), SO THEY ARE NOT SIMULATED.
      * - EVERY MAINTENANCE CARD MAKES ONLY THE GET CALLS NEEDED TO
      *   DECIDE WHETHER ITS UPDATE WOULD WORK, SEEN THROUGH THE DECK
      *   CHANGE TABLE, AND A CARD THAT WOULD SUCCEED RECORDS ITS OWN
      *   EFFECT THERE FOR THE CARDS BEHIND IT.
      *---------------------------------------------------------------
      *
       SIMULATE-CARD-START.
      *
           MOVE SPACE TO SIM-RESULT-SWITCH.
           MOVE SPACES TO SIM-REASON.
           MOVE SPACES TO SIM-DB-STATUS.
      *
           EVALUATE TRUE
              WHEN NOT TRAN-CARD
                 SET SIM-NOT-SIMULATED TO TRUE
                 MOVE 'NOT A TRANSACTION CARD - IGNORED' TO SIM-REASON
              WHEN SYSIN-INPUT-INVALID
                 SET SIM-WOULD-REJECT TO TRUE
                 MOVE CARD-REJECT-REASON TO SIM-REASON
              WHEN COL1 OF SYSIN-INPUT = 'G' OR = 'C' OR = 'O'
                                       OR = 'F'
                 SET SIM-NOT-SIMULATED TO TRUE
                 MOVE 'INQUIRY CARD - NO UPDATE' TO SIM-REASON
              WHEN COL1 OF SYSIN-INPUT = 'U'
                 SET SIM-NOT-SIMULATED TO TRUE
                 MOVE 'LAB 2 DEMONSTRATION CARD' TO SIM-REASON
              WHEN COL1 OF SYSIN-INPUT = 'S'
                 PERFORM SIM-SKILL-ADD-START THRU SIM-SKILL-ADD-END
              WHEN COL1 OF SYSIN-INPUT = 'K'
                 PERFORM SIM-SKILL-DELETE-START THRU
                         SIM-SKILL-DELETE-END
              WHEN COL1 OF SYSIN-INPUT = 'N'
                 PERFORM SIM-NAME-ADD-START THRU SIM-NAME-ADD-END
              WHEN COL1 OF SYSIN-INPUT = 'M'
                 PERFORM SIM-NAME-DELETE-START THRU
                         SIM-NAME-DELETE-END
              WHEN COL1 OF SYSIN-INPUT = 'A' OR = 'R' OR = 'D'
                 PERFORM SIM-EDUC-MAINT-START THRU SIM-EDUC-MAINT-END
              WHEN COL1 OF SYSIN-INPUT = 'X' OR = 'Y' OR = 'Z'
                 PERFORM SIM-EXPR-MAINT-START THRU SIM-EXPR-MAINT-END
              WHEN COL1 OF SYSIN-INPUT = 'T'
                 PERFORM SIM-TRANSFER-START THRU SIM-TRANSFER-END
           END-EVALUATE.
      *
      *    A GET THAT CAME BACK WITH AN UNEXPECTED STATUS OVERRIDES
      *    WHATEVER THE CARD'S PARAGRAPH CONCLUDED.
           IF SIM-DB-STATUS NOT = SPACES
              SET SIM-WOULD-FAIL TO TRUE
              MOVE SIM-DB-STATUS TO SDE-STATUS
              MOVE SIM-DB-ERROR-TEXT TO SIM-REASON
           END-IF.
      *
           MOVE SYSIN-CARDS-READ TO SML-CARD-NO.
           MOVE COL1 OF SYSIN-INPUT TO SML-CARD-TYPE.
           MOVE KSKILL OF SYSIN-INPUT TO SML-SKCLASS.
           MOVE KNAME OF SYSIN-INPUT TO SML-FULNAM.
           EVALUATE COL1 OF SYSIN-INPUT
              WHEN 'T'
                 MOVE KTARGET OF SYSIN-TRANSFER TO SML-KEY
              WHEN 'A'
              WHEN 'R'
              WHEN 'D'
                 MOVE MEDUID OF SYSIN-EDUC-MAINT TO SML-KEY
              WHEN 'C'
              WHEN 'X'
              WHEN 'Y'
              WHEN 'Z'
                 MOVE KEXPR OF SYSIN-INPUT TO SML-KEY
              WHEN OTHER
                 MOVE SPACES TO SML-KEY
           END-EVALUATE.
      *
           EVALUATE TRUE
              WHEN SIM-WOULD-SUCCEED
                 ADD 1 TO SIM-SUCCEED-COUNTER
                 MOVE 'WOULD SUCCEED' TO SML-RESULT
              WHEN SIM-WOULD-FAIL
                 ADD 1 TO SIM-FAIL-COUNTER
                 MOVE 'WOULD FAIL' TO SML-RESULT
              WHEN SIM-WOULD-REJECT
                 ADD 1 TO SIM-REJECT-COUNTER
                 MOVE 'WOULD BE REJECTED' TO SML-RESULT
              WHEN OTHER
                 ADD 1 TO SIM-SKIP-COUNTER
                 MOVE 'NOT SIMULATED' TO SML-RESULT
           END-EVALUATE.
           MOVE SIM-REASON TO SML-REASON.
      *
           DISPLAY SIM-DETAIL-LINE.
      *
       SIMULATE-CARD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'S' CARD - THE ISRT WOULD GET 'II' IF THE ROOT IS
      * ALREADY THERE.
      *---------------------------------------------------------------
      *
       SIM-SKILL-ADD-START.
      *
           MOVE 'SKILL   ' TO SIM-CHECK-SEGMENT.
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE SPACES TO SIM-CHECK-FULNAM.
           MOVE SPACES TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'SKILL ROOT ALREADY EXISTS (II)' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
           MOVE 'A' TO SIM-CHANGE-STATE.
           PERFORM SIM-RECORD-CHANGE-START THRU SIM-RECORD-CHANGE-END.
      *
       SIM-SKILL-ADD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'K' CARD - THE ROOT MUST EXIST AND, AS THE DECK
      * WOULD HAVE LEFT IT, HAVE NO NAMES UNDER IT.
      *---------------------------------------------------------------
      *
       SIM-SKILL-DELETE-START.
      *
           MOVE 'SKILL   ' TO SIM-CHECK-SEGMENT.
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE SPACES TO SIM-CHECK-FULNAM.
           MOVE SPACES TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-NOT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'SKILL ROOT NOT FOUND' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           PERFORM SIM-COLLECT-CHILDREN-START THRU
                   SIM-COLLECT-CHILDREN-END.
      *
           IF SIM-CHILD-COUNT > ZERO
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'SKILL ROOT NOT EMPTY (NE)' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
           MOVE 'SKILL   ' TO SIM-CHECK-SEGMENT.
           MOVE 'D' TO SIM-CHANGE-STATE.
           PERFORM SIM-RECORD-CHANGE-START THRU SIM-RECORD-CHANGE-END.
      *
       SIM-SKILL-DELETE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'N' CARD - THE ROOT MUST EXIST AND THE NAME MUST
      * NOT ALREADY BE UNDER IT.
      *---------------------------------------------------------------
      *
       SIM-NAME-ADD-START.
      *
           MOVE 'SKILL   ' TO SIM-CHECK-SEGMENT.
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE SPACES TO SIM-CHECK-FULNAM.
           MOVE SPACES TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-NOT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'SKILL ROOT NOT FOUND (GE)' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'NAME    ' TO SIM-CHECK-SEGMENT.
           MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'NAME ALREADY EXISTS UNDER SKILL (II)' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
           MOVE 'A' TO SIM-CHANGE-STATE.
           PERFORM SIM-RECORD-CHANGE-START THRU SIM-RECORD-CHANGE-END.
      *
       SIM-NAME-ADD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'M' CARD - THE NAME MUST EXIST AND, AS THE DECK
      * WOULD HAVE LEFT IT, HAVE NO EDUC/EXPR DEPENDENTS.
      *---------------------------------------------------------------
      *
       SIM-NAME-DELETE-START.
      *
           MOVE 'NAME    ' TO SIM-CHECK-SEGMENT.
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM.
           MOVE SPACES TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-NOT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'NAME NOT FOUND UNDER SKILL' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           PERFORM SIM-COLLECT-CHILDREN-START THRU
                   SIM-COLLECT-CHILDREN-END.
      *
           IF SIM-CHILD-COUNT > ZERO
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'NAME STILL HAS DEPENDENTS (NE)' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
           MOVE 'NAME    ' TO SIM-CHECK-SEGMENT.
           MOVE 'D' TO SIM-CHANGE-STATE.
           PERFORM SIM-RECORD-CHANGE-START THRU SIM-RECORD-CHANGE-END.
      *
       SIM-NAME-DELETE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'A'/'R'/'D' CARD - THE SAME DATE CHECK AS
      * EDUC-MAINT-START, THEN 'A' NEEDS THE NAME AND A NEW EDUID,
      * 'R'/'D' NEED THE EDUC TO BE THERE.
      *---------------------------------------------------------------
      *
       SIM-EDUC-MAINT-START.
      *
           IF COL1 OF SYSIN-INPUT = 'A' OR = 'R'
              MOVE MEDUC-COMPLETE-DATE OF SYSIN-EDUC-MAINT
                   TO EDUC-COMPLETE-WORK
              MOVE MEDUC-EXPIRY-DATE OF SYSIN-EDUC-MAINT
                   TO EDUC-EXPIRY-WORK
              PERFORM VALIDATE-EDUC-DATES-START THRU
                      VALIDATE-EDUC-DATES-END
              IF EDUC-DATES-INVALID
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE DATE-REJECT-REASON TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      *
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM.
      *
           IF COL1 OF SYSIN-INPUT = 'A'
              MOVE 'NAME    ' TO SIM-CHECK-SEGMENT
              MOVE SPACES TO SIM-CHECK-KEY
              PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END
              IF SIM-SEGMENT-NOT-FOUND
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'NAME NOT FOUND UNDER SKILL (GE)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      *
           MOVE 'EDUC    ' TO SIM-CHECK-SEGMENT.
           MOVE MEDUID OF SYSIN-EDUC-MAINT TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF COL1 OF SYSIN-INPUT = 'A'
              IF SIM-SEGMENT-FOUND
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'EDUID ALREADY EXISTS (II)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE 'A' TO SIM-CHANGE-STATE
              PERFORM SIM-RECORD-CHANGE-START THRU
                      SIM-RECORD-CHANGE-END
           ELSE
              IF SIM-SEGMENT-NOT-FOUND
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'EDUC NOT FOUND (GE)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
              IF COL1 OF SYSIN-INPUT = 'D'
                 MOVE 'D' TO SIM-CHANGE-STATE
                 PERFORM SIM-RECORD-CHANGE-START THRU
                         SIM-RECORD-CHANGE-END
              END-IF
           END-IF.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
      *
       SIM-EDUC-MAINT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'X'/'Y'/'Z' CARD - THE SAME CLASSIFICATION-MASTER
      * CHECK AS EXPR-MAINT-START ON AN 'X', THEN 'X' NEEDS THE NAME
      * AND A NEW CLASSIF, 'Y'/'Z' NEED THE EXPR TO BE THERE.
      *---------------------------------------------------------------
      *
       SIM-EXPR-MAINT-START.
      *
           IF COL1 OF SYSIN-INPUT = 'X'
              MOVE KEXPR OF SYSIN-INPUT TO CLASSIF-LOOKUP-CODE
              PERFORM CLASSIF-LOOKUP-START THRU CLASSIF-LOOKUP-END
              IF CLASSIF-CODE-INVALID
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'CLASSIF CODE NOT IN MASTER (CV)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      *
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM.
      *
           IF COL1 OF SYSIN-INPUT = 'X'
              MOVE 'NAME    ' TO SIM-CHECK-SEGMENT
              MOVE SPACES TO SIM-CHECK-KEY
              PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END
              IF SIM-SEGMENT-NOT-FOUND
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'NAME NOT FOUND UNDER SKILL (GE)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      *
           MOVE 'EXPR    ' TO SIM-CHECK-SEGMENT.
           MOVE KEXPR OF SYSIN-INPUT TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF COL1 OF SYSIN-INPUT = 'X'
              IF SIM-SEGMENT-FOUND
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'CLASSIF ALREADY EXISTS (II)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE 'A' TO SIM-CHANGE-STATE
              PERFORM SIM-RECORD-CHANGE-START THRU
                      SIM-RECORD-CHANGE-END
           ELSE
              IF SIM-SEGMENT-NOT-FOUND
                 SET SIM-WOULD-FAIL TO TRUE
                 MOVE 'EXPR NOT FOUND (GE)' TO SIM-REASON
                 EXIT PARAGRAPH
              END-IF
              IF COL1 OF SYSIN-INPUT = 'Z'
                 MOVE 'D' TO SIM-CHANGE-STATE
                 PERFORM SIM-RECORD-CHANGE-START THRU
                         SIM-RECORD-CHANGE-END
              END-IF
           END-IF.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
      *
       SIM-EXPR-MAINT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SIMULATED 'T' CARD - SAME RULES AS TRANSFER-START : THE
      * TARGET ROOT MUST EXIST, THE PERSON MUST BE UNDER THE SOURCE
      * ROOT AND THE SUBTREE MUST FIT THE 200-ENTRY TRANSFER TABLE. A
      * PERSON ALREADY UNDER THE TARGET IS A MERGE, NOT A FAILURE.
      * THE EFFECT RECORDED FOR LATER CARDS : THE NAME AND EVERY
      * DEPENDENT THE TARGET DOES NOT ALREADY HAVE NOW EXIST UNDER
      * THE TARGET, AND THE WHOLE SOURCE SUBTREE IS GONE.
      *---------------------------------------------------------------
      *
       SIM-TRANSFER-START.
      *
           MOVE 'N' TO SIM-MERGE-SWITCH.
      *
           MOVE 'SKILL   ' TO SIM-CHECK-SEGMENT.
           MOVE KTARGET OF SYSIN-TRANSFER TO SIM-CHECK-SKCLASS.
           MOVE SPACES TO SIM-CHECK-FULNAM.
           MOVE SPACES TO SIM-CHECK-KEY.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-NOT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'TARGET SKILL ROOT NOT FOUND' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'NAME    ' TO SIM-CHECK-SEGMENT.
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-NOT-FOUND
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'PERSON NOT FOUND UNDER CURRENT SKILL'
                   TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           PERFORM SIM-COLLECT-CHILDREN-START THRU
                   SIM-COLLECT-CHILDREN-END.
      *
           IF SIM-CHILD-COUNT > 200
              SET SIM-WOULD-FAIL TO TRUE
              MOVE 'SUBTREE TOO LARGE TO MOVE' TO SIM-REASON
              EXIT PARAGRAPH
           END-IF.
      *
           IF SIM-DB-STATUS NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
      *
      *    THE NAME UNDER THE TARGET.
           MOVE KTARGET OF SYSIN-TRANSFER TO SIM-CHECK-SKCLASS.
           PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END.
      *
           IF SIM-SEGMENT-FOUND
              MOVE 'Y' TO SIM-MERGE-SWITCH
           ELSE
              MOVE 'A' TO SIM-CHANGE-STATE
              PERFORM SIM-RECORD-CHANGE-START THRU
                      SIM-RECORD-CHANGE-END
           END-IF.
      *
      *    EACH DEPENDENT UNDER THE TARGET, UNLESS ALREADY THERE.
           PERFORM VARYING SIM-CHILD-SUB FROM 1 BY 1
                   UNTIL SIM-CHILD-SUB > SIM-CHILD-COUNT
              MOVE SCL-SEGMENT (SIM-CHILD-SUB) TO SIM-CHECK-SEGMENT
              MOVE KTARGET OF SYSIN-TRANSFER TO SIM-CHECK-SKCLASS
              MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM
              MOVE SCL-KEY (SIM-CHILD-SUB) TO SIM-CHECK-KEY
              PERFORM SIM-CHECK-EXISTS-START THRU SIM-CHECK-EXISTS-END
              IF SIM-SEGMENT-NOT-FOUND
                 MOVE 'A' TO SIM-CHANGE-STATE
                 PERFORM SIM-RECORD-CHANGE-START THRU
                         SIM-RECORD-CHANGE-END
              END-IF
           END-PERFORM.
      *
      *    THE WHOLE SOURCE SUBTREE GOES WITH THE STEP-6 DELETE.
           PERFORM VARYING SIM-CHILD-SUB FROM 1 BY 1
                   UNTIL SIM-CHILD-SUB > SIM-CHILD-COUNT
              MOVE SCL-SEGMENT (SIM-CHILD-SUB) TO SIM-CHECK-SEGMENT
              MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS
              MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM
              MOVE SCL-KEY (SIM-CHILD-SUB) TO SIM-CHECK-KEY
              MOVE 'D' TO SIM-CHANGE-STATE
              PERFORM SIM-RECORD-CHANGE-START THRU
                      SIM-RECORD-CHANGE-END
           END-PERFORM.
      *
           MOVE 'NAME    ' TO SIM-CHECK-SEGMENT.
           MOVE KSKILL OF SYSIN-INPUT TO SIM-CHECK-SKCLASS.
           MOVE KNAME OF SYSIN-INPUT TO SIM-CHECK-FULNAM.
           MOVE SPACES TO SIM-CHECK-KEY.
           MOVE 'D' TO SIM-CHANGE-STATE.
           PERFORM SIM-RECORD-CHANGE-START THRU SIM-RECORD-CHANGE-END.
      *
           SET SIM-WOULD-SUCCEED TO TRUE.
           IF SIM-TRANSFER-MERGES
              MOVE 'MERGES INTO NAME ALREADY UNDER TARGET'
                   TO SIM-REASON
           END-IF.
      *
       SIM-TRANSFER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * DOES THE SEGMENT IN SIM-CHECK-SEGMENT/-SKCLASS/-FULNAM/-KEY
      * EXIST AT THIS POINT IN THE DECK? THE LATEST ENTRY FOR IT IN
      * THE DECK CHANGE TABLE DECIDES; IF THE DECK HAS NOT TOUCHED IT
      * A QUALIFIED GU ASKS THE DATABASE.
      *---------------------------------------------------------------
      *
       SIM-CHECK-EXISTS-START.
      *
           SET SIM-SEGMENT-NOT-FOUND TO TRUE.
           MOVE 'N' TO SIM-OVERLAY-SWITCH.
      *
           PERFORM VARYING SIM-CHANGE-SUB FROM SIM-CHANGE-COUNT BY -1
                   UNTIL SIM-CHANGE-SUB = ZERO
              IF SCH-SEGMENT (SIM-CHANGE-SUB) = SIM-CHECK-SEGMENT
                 AND SCH-SKCLASS (SIM-CHANGE-SUB) = SIM-CHECK-SKCLASS
                 AND SCH-FULNAM (SIM-CHANGE-SUB) = SIM-CHECK-FULNAM
                 AND SCH-KEY (SIM-CHANGE-SUB) = SIM-CHECK-KEY
                 MOVE 'Y' TO SIM-OVERLAY-SWITCH
                 IF SCH-STATE (SIM-CHANGE-SUB) = 'A'
                    SET SIM-SEGMENT-FOUND TO TRUE
                 END-IF
                 MOVE 1 TO SIM-CHANGE-SUB
              END-IF
           END-PERFORM.
      *
           IF SIM-OVERLAY-HIT
              GO TO SIM-CHECK-EXISTS-END
           END-IF.
      *
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-SKILL.
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-NAME.
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-EDUC.
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-EXPR.
           MOVE SIM-CHECK-SKCLASS TO QUAL-VALUE OF SSA-QUAL-SKILL.
           MOVE SIM-CHECK-FULNAM TO QUAL-VALUE OF SSA-QUAL-NAME.
      *
           EVALUATE SIM-CHECK-SEGMENT
              WHEN 'SKILL   '
                 CALL 'CBLTDLI' USING GU,
                                      SKILL-PCB,
                                      IOAREA-SKILL,
                                      SSA-QUAL-SKILL
              WHEN 'NAME    '
                 CALL 'CBLTDLI' USING GU,
                                      SKILL-PCB,
                                      IOAREA-NAME,
                                      SSA-QUAL-SKILL,
                                      SSA-QUAL-NAME
              WHEN 'EDUC    '
                 MOVE SIM-CHECK-KEY TO QUAL-VALUE OF SSA-QUAL-EDUC
                 CALL 'CBLTDLI' USING GU,
                                      SKILL-PCB,
                                      IOAREA-EDUC,
                                      SSA-QUAL-SKILL,
                                      SSA-QUAL-NAME,
                                      SSA-QUAL-EDUC
              WHEN 'EXPR    '
                 MOVE SIM-CHECK-KEY TO QUAL-VALUE OF SSA-QUAL-EXPR
                 CALL 'CBLTDLI' USING GU,
                                      SKILL-PCB,
                                      IOAREA-EXPR,
                                      SSA-QUAL-SKILL,
                                      SSA-QUAL-NAME,
                                      SSA-QUAL-EXPR
           END-EVALUATE.
      *
           ADD 1 TO SIM-GET-COUNTER.
      *
           EVALUATE STATUS-CODE OF SKILL-PCB
              WHEN '  '
                 SET SIM-SEGMENT-FOUND TO TRUE
              WHEN 'GE'
              WHEN 'GA'
              WHEN 'GB'
                 CONTINUE
              WHEN OTHER
                 MOVE STATUS-CODE OF SKILL-PCB TO SIM-DB-STATUS
           END-EVALUATE.
      *
       SIM-CHECK-EXISTS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * RECORD THE EFFECT OF A CARD THAT WOULD SUCCEED - THE SEGMENT
      * IN SIM-CHECK-SEGMENT/-SKCLASS/-FULNAM/-KEY NOW EXISTS ('A')
      * OR IS GONE ('D'). A FULL TABLE IS REPORTED ONCE; PREDICTIONS
      * FOR LATER CARDS THEN NO LONGER SEE EVERY EARLIER CARD.
      *---------------------------------------------------------------
      *
       SIM-RECORD-CHANGE-START.
      *
           IF SIM-CHANGE-COUNT NOT < 2000
              IF NOT SIM-CHANGE-TABLE-FULL
                 MOVE 'Y' TO SIM-TABLE-FULL-SWITCH
                 DISPLAY '=> DECK CHANGE TABLE FULL AT CARD '
                         SYSIN-CARDS-READ
                         ' - LATER PREDICTIONS MAY BE WRONG'
              END-IF
              GO TO SIM-RECORD-CHANGE-END
           END-IF.
      *
           ADD 1 TO SIM-CHANGE-COUNT.
           MOVE SIM-CHECK-SEGMENT TO SCH-SEGMENT (SIM-CHANGE-COUNT).
           MOVE SIM-CHECK-SKCLASS TO SCH-SKCLASS (SIM-CHANGE-COUNT).
           MOVE SIM-CHECK-FULNAM TO SCH-FULNAM (SIM-CHANGE-COUNT).
           MOVE SIM-CHECK-KEY TO SCH-KEY (SIM-CHANGE-COUNT).
           MOVE SIM-CHANGE-STATE TO SCH-STATE (SIM-CHANGE-COUNT).
      *
       SIM-RECORD-CHANGE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * BUILD THE CHILD LIST OF THE PARENT IN SIM-CHECK-SEGMENT/
      * -SKCLASS/-FULNAM AS THE DECK WOULD HAVE LEFT IT : THE NAMES
      * UNDER A SKILL ROOT, OR THE EDUC/EXPR SEGMENTS UNDER A NAME.
      * THE DATABASE'S CHILDREN ARE READ WITH GNP, THEN EVERY ENTRY
      * OF THE DECK CHANGE TABLE FOR THAT PARENT IS REPLAYED OVER
      * THEM IN DECK ORDER.
      *---------------------------------------------------------------
      *
       SIM-COLLECT-CHILDREN-START.
      *
           MOVE ZERO TO SIM-CHILD-COUNT.
      *
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-SKILL.
           MOVE '*' TO COMMAND-CODES-START OF SSA-QUAL-NAME.
           MOVE SIM-CHECK-SKCLASS TO QUAL-VALUE OF SSA-QUAL-SKILL.
           MOVE SIM-CHECK-FULNAM TO QUAL-VALUE OF SSA-QUAL-NAME.
      *
           IF SIM-CHECK-SEGMENT = 'SKILL   '
              CALL 'CBLTDLI' USING GU,
                                   SKILL-PCB,
                                   IOAREA-SKILL,
                                   SSA-QUAL-SKILL
           ELSE
              CALL 'CBLTDLI' USING GU,
                                   SKILL-PCB,
                                   IOAREA-NAME,
                                   SSA-QUAL-SKILL,
                                   SSA-QUAL-NAME
           END-IF.
      *
           ADD 1 TO SIM-GET-COUNTER.
      *
      *    A PARENT THE DECK ADDED IS NOT IN THE DATABASE YET - IT
      *    HAS NO DATABASE CHILDREN, ONLY WHAT THE DECK GAVE IT.
           IF STATUS-CODE OF SKILL-PCB = '  '
              PERFORM UNTIL
                 STATUS-CODE IN SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
                 IF SIM-CHECK-SEGMENT = 'SKILL   '
                    CALL 'CBLTDLI' USING GNP,
                                         SKILL-PCB,
                                         IOAREA-NAME,
                                         SSA-UNQUAL-NAME
                 ELSE
                    CALL 'CBLTDLI' USING GNP,
                                         SKILL-PCB,
                                         IOAREA-WALK
                 END-IF
                 ADD 1 TO SIM-GET-COUNTER
                 EVALUATE STATUS-CODE OF SKILL-PCB
                    WHEN '  '
                    WHEN 'GK'
                       MOVE SEGMENT-NAME OF SKILL-PCB
                            TO SIM-CHILD-SEGMENT-WORK
                       MOVE SPACES TO SIM-CHILD-KEY-WORK
                       EVALUATE SIM-CHILD-SEGMENT-WORK
                          WHEN 'NAME    '
                             MOVE FULNAM OF IOAREA-NAME
                                  TO SIM-CHILD-KEY-WORK
                          WHEN 'EDUC    '
                             MOVE EDUID-WALK TO SIM-CHILD-KEY-WORK
                          WHEN OTHER
                             MOVE CLASSIF-WALK TO SIM-CHILD-KEY-WORK
                       END-EVALUATE
                       PERFORM SIM-ADD-CHILD-START THRU
                               SIM-ADD-CHILD-END
                    WHEN 'GE'
                    WHEN 'GA'
                    WHEN 'GB'
                       CONTINUE
                    WHEN OTHER
                       MOVE STATUS-CODE OF SKILL-PCB TO SIM-DB-STATUS
                       EXIT PERFORM
                 END-EVALUATE
              END-PERFORM
           ELSE
              IF STATUS-CODE OF SKILL-PCB NOT = 'GE' AND NOT = 'GA'
                                          AND NOT = 'GB'
                 MOVE STATUS-CODE OF SKILL-PCB TO SIM-DB-STATUS
              END-IF
           END-IF.
      *
           PERFORM VARYING SIM-CHANGE-SUB FROM 1 BY 1
                   UNTIL SIM-CHANGE-SUB > SIM-CHANGE-COUNT
              MOVE SPACES TO SIM-CHILD-SEGMENT-WORK
              IF SIM-CHECK-SEGMENT = 'SKILL   '
                 IF SCH-SEGMENT (SIM-CHANGE-SUB) = 'NAME    '
                    AND SCH-SKCLASS (SIM-CHANGE-SUB) = SIM-CHECK-SKCLASS
                    MOVE 'NAME    ' TO SIM-CHILD-SEGMENT-WORK
                    MOVE SCH-FULNAM (SIM-CHANGE-SUB)
                         TO SIM-CHILD-KEY-WORK
                 END-IF
              ELSE
                 IF (SCH-SEGMENT (SIM-CHANGE-SUB) = 'EDUC    '
                     OR SCH-SEGMENT (SIM-CHANGE-SUB) = 'EXPR    ')
                    AND SCH-SKCLASS (SIM-CHANGE-SUB) = SIM-CHECK-SKCLASS
                    AND SCH-FULNAM (SIM-CHANGE-SUB) = SIM-CHECK-FULNAM
                    MOVE SCH-SEGMENT (SIM-CHANGE-SUB)
                         TO SIM-CHILD-SEGMENT-WORK
                    MOVE SCH-KEY (SIM-CHANGE-SUB) TO SIM-CHILD-KEY-WORK
                 END-IF
              END-IF
              IF SIM-CHILD-SEGMENT-WORK NOT = SPACES
                 IF SCH-STATE (SIM-CHANGE-SUB) = 'A'
                    PERFORM SIM-ADD-CHILD-START THRU SIM-ADD-CHILD-END
                 ELSE
                    PERFORM SIM-REMOVE-CHILD-START THRU
                            SIM-REMOVE-CHILD-END
                 END-IF
              END-IF
           END-PERFORM.
      *
       SIM-COLLECT-CHILDREN-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ADD SIM-CHILD-SEGMENT-WORK/-KEY-WORK TO THE CHILD LIST UNLESS
      * IT IS ALREADY THERE. THE LIST ONLY HAS TO BE LONG ENOUGH TO
      * PROVE A SUBTREE TOO LARGE FOR A TRANSFER, SO ENTRIES PAST ITS
      * END ARE COUNTED BUT NOT KEPT.
      *---------------------------------------------------------------
      *
       SIM-ADD-CHILD-START.
      *
           PERFORM VARYING SIM-CHILD-SUB FROM 1 BY 1
                   UNTIL SIM-CHILD-SUB > SIM-CHILD-COUNT
                      OR SIM-CHILD-SUB > 500
              IF SCL-SEGMENT (SIM-CHILD-SUB) = SIM-CHILD-SEGMENT-WORK
                 AND SCL-KEY (SIM-CHILD-SUB) = SIM-CHILD-KEY-WORK
                 GO TO SIM-ADD-CHILD-END
              END-IF
           END-PERFORM.
      *
           ADD 1 TO SIM-CHILD-COUNT.
      *
           IF SIM-CHILD-COUNT NOT > 500
              MOVE SIM-CHILD-SEGMENT-WORK
                   TO SCL-SEGMENT (SIM-CHILD-COUNT)
              MOVE SIM-CHILD-KEY-WORK TO SCL-KEY (SIM-CHILD-COUNT)
           END-IF.
      *
       SIM-ADD-CHILD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * REMOVE SIM-CHILD-SEGMENT-WORK/-KEY-WORK FROM THE CHILD LIST -
      * THE LAST ENTRY IS MOVED INTO ITS SLOT.
      *---------------------------------------------------------------
      *
       SIM-REMOVE-CHILD-START.
      *
           PERFORM VARYING SIM-CHILD-SUB FROM 1 BY 1
                   UNTIL SIM-CHILD-SUB > SIM-CHILD-COUNT
                      OR SIM-CHILD-SUB > 500
              IF SCL-SEGMENT (SIM-CHILD-SUB) = SIM-CHILD-SEGMENT-WORK
                 AND SCL-KEY (SIM-CHILD-SUB) = SIM-CHILD-KEY-WORK
                 MOVE SIM-CHILD-COUNT TO SIM-CHILD-SUB2
                 IF SIM-CHILD-SUB2 > 500
                    MOVE 500 TO SIM-CHILD-SUB2
                 END-IF
                 MOVE SIM-CHILD-ENTRY (SIM-CHILD-SUB2)
                      TO SIM-CHILD-ENTRY (SIM-CHILD-SUB)
                 SUBTRACT 1 FROM SIM-CHILD-COUNT
                 GO TO SIM-REMOVE-CHILD-END
              END-IF
           END-PERFORM.
      *
       SIM-REMOVE-CHILD-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * SYSIN CARD VALIDATION
      * - KSKILL AND KNAME MUST BE PRESENT ON EVERY 'G'/'U'/'C'/'O'
      *   CARD, SINCE LAB1/LAB2/LAB4/LAB5 ALL USE THEM TO QUALIFY THE
      *   SKILL/NAME SSAs BEFORE THE FIRST DL/I CALL IS EVEN MADE.
      * - AN 'F' (PERSON SEARCH) CARD ONLY NEEDS KNAME - THE WHOLE
      *   POINT OF THE SEARCH IS THAT THE SKILL CLASS IS NOT KNOWN.
      * - A 'T' (SKILL TRANSFER) CARD ALSO NEEDS A TARGET SKILL
      *   CLASS, AND IT MUST DIFFER FROM THE CURRENT ONE.
      * - KEXPR IS CHECKED ON THE 'C' CARD (LAB4) AND ON THE
      *   'X'/'Y'/'Z' EXPR-MAINTENANCE CARDS - EVERY CARD THAT
      *   QUALIFIES A DL/I CALL WITH IT.
      * - AN 'S'/'K' (SKILL-ROOT MAINTENANCE) CARD ONLY NEEDS KSKILL -
      *   COLUMNS 10-80 ARE DATA, NOT A NAME KEY.
      * - AN 'A'/'R'/'D' (EDUC MAINTENANCE) CARD ALSO NEEDS MEDUID.
      * - A MAINTENANCE CARD THAT PASSES ALL OF THE ABOVE MUST ALSO
      *   CARRY AN OPERATOR ID THE AUTHORIZATION MASTER ALLOWS TO RUN
      *   IT - SEE AUTHORIZE-CARD-START.
      * - A BAD CARD IS REJECTED TO THE OUTPUT LISTING INSTEAD OF
      *   BEING PASSED THROUGH TO ITS LAB, SO NO DL/I CALL IS BURNED
      *   ON INPUT WE ALREADY KNOW IS BAD.
      *---------------------------------------------------------------
      *
       VALIDATE-SYSIN-START.
      *
           SET SYSIN-INPUT-VALID TO TRUE.
           MOVE SPACES TO CARD-REJECT-REASON.
      *
           IF COL1 OF SYSIN-INPUT NOT = 'F'
              IF KSKILL OF SYSIN-INPUT = SPACES
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, KSKILL IS BLANK'
                 MOVE 'KSKILL IS BLANK' TO CARD-REJECT-REASON
              END-IF
           END-IF.
      *
           IF COL1 OF SYSIN-INPUT NOT = 'S' AND NOT = 'K'
              IF KNAME OF SYSIN-INPUT = SPACES
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, KNAME IS BLANK'
                 MOVE 'KNAME IS BLANK' TO CARD-REJECT-REASON
              END-IF
           END-IF.
      *
           IF COL1 OF SYSIN-INPUT = 'T'
              IF KTARGET OF SYSIN-TRANSFER = SPACES
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, TARGET SKILL IS BLANK'
                 MOVE 'TARGET SKILL IS BLANK' TO CARD-REJECT-REASON
              ELSE IF KTARGET OF SYSIN-TRANSFER =
                      KSKILL OF SYSIN-INPUT
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, TARGET SKILL EQUALS CURRENT'
                 MOVE 'TARGET SKILL EQUALS CURRENT'
                      TO CARD-REJECT-REASON
              END-IF
           END-IF.
      *
           IF COL1 OF SYSIN-INPUT = 'A' OR = 'R' OR = 'D'
              IF MEDUID OF SYSIN-EDUC-MAINT = SPACES
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, EDUID IS BLANK'
                 MOVE 'EDUID IS BLANK' TO CARD-REJECT-REASON
              END-IF
           END-IF.
      *
           IF COL1 OF SYSIN-INPUT = 'C' OR = 'X' OR = 'Y' OR = 'Z'
              IF KEXPR OF SYSIN-INPUT = SPACES
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, KEXPR IS BLANK'
                 MOVE 'KEXPR IS BLANK' TO CARD-REJECT-REASON
      *          ONLY THE SIGNIFICANT (NON-PADDING) CHARACTERS ARE
      *          CLASS-TESTED - A COBOL CLASS CONDITION REQUIRES
      *          EVERY POSITION TO MATCH, SO A SHORT CODE RIGHT-
      *          PADDED WITH SPACES WOULD OTHERWISE ALWAYS FAIL.
              ELSE IF FUNCTION TRIM(KEXPR OF SYSIN-INPUT)
                       IS NOT KEXPR-ALPHANUMERIC-CLASS
                 SET SYSIN-INPUT-INVALID TO TRUE
                 DISPLAY '=> REJECTED, KEXPR IS NOT ALPHANUMERIC'
                 MOVE 'KEXPR IS NOT ALPHANUMERIC' TO CARD-REJECT-REASON
              END-IF
           END-IF.
      *
           IF SYSIN-INPUT-VALID
              PERFORM AUTHORIZE-CARD-START THRU AUTHORIZE-CARD-END
           END-IF.
      *
           IF SYSIN-INPUT-INVALID
              ADD 1 TO REJECT-COUNTER
              DISPLAY '*'
              DISPLAY '****** INPUT CARD REJECTED *************'
              DISPLAY '*'
           END-IF.
      *
       VALIDATE-SYSIN-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * OPERATOR AUTHORIZATION - WORK OUT WHICH CARD GROUP THE CARD
      * BELONGS TO AND CHECK THE AUTHORIZATION MASTER FOR KOPERATOR
      * AGAINST THAT GROUP AND KSKILL. A 'T' CARD TOUCHES TWO SKILL
      * ROOTS, SO THE OPERATOR MUST HOLD TRANSFER AUTHORITY OVER THE
      * TARGET ROOT AS WELL. THE LAB 2 CARD ('U') INSERTS, REPLACES
      * AND DELETES AN EDUC, SO IT NEEDS EDUC MAINTENANCE AUTHORITY
      * LIKE 'A'/'R'/'D'. INQUIRY CARDS ('G', 'C', 'O', 'F') ARE NOT
      * CHECKED. AN UNAUTHORIZED CARD IS MARKED INVALID AND WRITTEN
      * TO THE EXCEPTION DATASET WITH THE PSEUDO STATUS CODE 'AU'.
      *---------------------------------------------------------------
      *
       AUTHORIZE-CARD-START.
      *
           EVALUATE COL1 OF SYSIN-INPUT
              WHEN 'S'
              WHEN 'K'
                 MOVE 'S' TO AUTH-CARD-GROUP-WORK
              WHEN 'N'
              WHEN 'M'
                 MOVE 'N' TO AUTH-CARD-GROUP-WORK
              WHEN 'A'
              WHEN 'R'
              WHEN 'D'
              WHEN 'U'
                 MOVE 'A' TO AUTH-CARD-GROUP-WORK
              WHEN 'X'
              WHEN 'Y'
              WHEN 'Z'
                 MOVE 'X' TO AUTH-CARD-GROUP-WORK
              WHEN 'T'
                 MOVE 'T' TO AUTH-CARD-GROUP-WORK
              WHEN OTHER
                 GO TO AUTHORIZE-CARD-END
           END-EVALUATE.
      *
           IF KOPERATOR OF SYSIN-INPUT = SPACES
              SET OPERATOR-NOT-AUTHORIZED TO TRUE
              DISPLAY '=> REJECTED, OPERATOR ID IS BLANK'
              MOVE 'OPERATOR ID IS BLANK' TO CARD-REJECT-REASON
           ELSE
              MOVE KSKILL OF SYSIN-INPUT TO AUTH-LOOKUP-SKCLASS
              PERFORM AUTH-LOOKUP-START THRU AUTH-LOOKUP-END
              IF OPERATOR-AUTHORIZED
                 AND COL1 OF SYSIN-INPUT = 'T'
                 MOVE KTARGET OF SYSIN-TRANSFER TO AUTH-LOOKUP-SKCLASS
                 PERFORM AUTH-LOOKUP-START THRU AUTH-LOOKUP-END
              END-IF
              IF OPERATOR-NOT-AUTHORIZED
                 DISPLAY '=> REJECTED, OPERATOR ' KOPERATOR
                         ' NOT AUTHORIZED FOR CARD ' COL1
                         ' ON SKILL ' AUTH-LOOKUP-SKCLASS
                 MOVE 'OPERATOR NOT AUTHORIZED (AU)'
                      TO CARD-REJECT-REASON
              END-IF
           END-IF.
      *
           IF OPERATOR-NOT-AUTHORIZED
              SET SYSIN-INPUT-INVALID TO TRUE
              ADD 1 TO AUTH-REJECT-COUNTER
              IF NOT SIMULATE-RUN
                 MOVE SYSIN-INPUT TO EXC-SYSIN-INPUT
                 MOVE 'AU' TO EXC-STATUS-CODE
                 WRITE EXCEPTION-RECORD
              END-IF
           END-IF.
      *
       AUTHORIZE-CARD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOOK UP KOPERATOR, AUTH-CARD-GROUP-WORK AND AUTH-LOOKUP-SKCLASS
      * IN THE AUTHORIZATION TABLE AND SET THE AUTHORIZED SWITCH. A
      * '*' ON THE MASTER MATCHES ANY CARD GROUP OR ANY SKILL CLASS.
      *---------------------------------------------------------------
      *
       AUTH-LOOKUP-START.
      *
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
      *
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > AUTH-MASTER-COUNT
              IF AMT-OPERATOR (AUTH-IDX) = KOPERATOR OF SYSIN-INPUT
                 AND (AMT-CARD-GROUP (AUTH-IDX) = AUTH-CARD-GROUP-WORK
                      OR AMT-CARD-GROUP (AUTH-IDX) = '*')
                 AND (AMT-SKCLASS (AUTH-IDX) = AUTH-LOOKUP-SKCLASS
                      OR AMT-SKCLASS (AUTH-IDX) = '*')
                 SET OPERATOR-AUTHORIZED TO TRUE
                 SET AUTH-IDX TO AUTH-MASTER-COUNT
              END-IF
           END-PERFORM.
      *
       AUTH-LOOKUP-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * RESTART - ON A RESTART RUN, RE-ACCEPT AND DISCARD THE SYSIN
      * CARDS ALREADY CONSUMED BEFORE THE LAST CHECKPOINT SO THEY ARE
      * NOT REPROCESSED (SYSIN IS A SEQUENTIAL STREAM - THE ONLY WAY
      * TO SKIP PAST ALREADY-HANDLED CARDS IS TO READ THROUGH THEM
      * AGAIN). ON A FRESH RUN RESTART-SKIP-COUNT IS ZERO AND THIS IS
      * A NO-OP.
      *---------------------------------------------------------------
      *
       SKIP-RESTARTED-TRANSACTIONS-START.
      *
           PERFORM VARYING RESTART-SKIP-INDEX FROM 1 BY 1
                   UNTIL RESTART-SKIP-INDEX > RESTART-SKIP-COUNT
              ACCEPT SYSIN-INPUT
              PERFORM DECK-CONTROL-START THRU DECK-CONTROL-END
           END-PERFORM.
      *
       SKIP-RESTARTED-TRANSACTIONS-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * HRCARDS DECK CONTROL - CALLED FOR EVERY SYSIN CARD, INCLUDING
      * THE ONES A RESTART READS PAST, SO THE COUNTS ALWAYS COVER THE
      * WHOLE DECK. AN 'H' HEADER CARD FROM HRFDPROG OPENS A DECK AND
      * STARTS THE COUNTS; EVERY CARD AFTER IT IS COUNTED BY TYPE
      * UNTIL THE 'T' TRAILER CARD, WHICH MUST AGREE WITH THEM.
      * OTHER '*' CARDS ARE COMMENTS AND ARE NOT COUNTED. THE RUN IS
      * STOPPED (DECK-REFUSED) WHEN :
      * - THE TRAILER COUNTS DO NOT AGREE - CARDS LOST OR ADDED;
      * - A SECOND HEADER OR THE 'E' CARD ARRIVES BEFORE THE
      *   TRAILER - A TRUNCATED OR SPLICED DECK;
      * - A TRAILER ARRIVES WITH NO HEADER BEFORE IT.
      *---------------------------------------------------------------
      *
       DECK-CONTROL-START.
      *
           IF COL1 OF SYSIN-INPUT = '*'
              IF SDH-TYPE = 'H' AND SDH-PROGRAM = 'HRFDPROG'
                 IF DECK-OPEN
                    MOVE 'NEW HEADER BEFORE TRAILER'
                         TO DECK-REFUSE-REASON
                    SET DECK-REFUSED TO TRUE
                 ELSE
                    SET DECK-OPEN TO TRUE
                    MOVE SDH-RUN-DATE TO DECK-RUN-DATE
                    MOVE ZERO TO DECK-T-COUNT
                                 DECK-D-COUNT
                                 DECK-Z-COUNT
                                 DECK-M-COUNT
                                 DECK-CARD-COUNT
                 END-IF
                 GO TO DECK-CONTROL-END
              END-IF
              IF SDT-TYPE = 'T' AND SDT-COUNTS IS NUMERIC
                 PERFORM DECK-BALANCE-START THRU DECK-BALANCE-END
              END-IF
              GO TO DECK-CONTROL-END
           END-IF.
      *
           IF NOT DECK-OPEN
              GO TO DECK-CONTROL-END
           END-IF.
      *
           IF COL1 OF SYSIN-INPUT = 'E'
              MOVE 'DECK ENDS WITHOUT ITS TRAILER' TO DECK-REFUSE-REASON
              SET DECK-REFUSED TO TRUE
              GO TO DECK-CONTROL-END
           END-IF.
      *
           ADD 1 TO DECK-CARD-COUNT.
      *
           EVALUATE COL1 OF SYSIN-INPUT
              WHEN 'T'
                 ADD 1 TO DECK-T-COUNT
              WHEN 'D'
                 ADD 1 TO DECK-D-COUNT
              WHEN 'Z'
                 ADD 1 TO DECK-Z-COUNT
              WHEN 'M'
                 ADD 1 TO DECK-M-COUNT
           END-EVALUATE.
      *
       DECK-CONTROL-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * BALANCE THE DECK IN HAND AGAINST ITS TRAILER CARD.
      *---------------------------------------------------------------
      *
       DECK-BALANCE-START.
      *
           SET DECK-TRAILER-READ TO TRUE.
      *
           IF NOT DECK-OPEN
              MOVE 'TRAILER WITHOUT ITS HEADER' TO DECK-REFUSE-REASON
              SET DECK-REFUSED TO TRUE
              GO TO DECK-BALANCE-END
           END-IF.
      *
           IF SDT-T-COUNT NOT = DECK-T-COUNT
              OR SDT-D-COUNT NOT = DECK-D-COUNT
              OR SDT-Z-COUNT NOT = DECK-Z-COUNT
              OR SDT-M-COUNT NOT = DECK-M-COUNT
              OR SDT-CARD-COUNT NOT = DECK-CARD-COUNT
              MOVE 'COUNTS DISAGREE WITH TRAILER'
                   TO DECK-REFUSE-REASON
              SET DECK-REFUSED TO TRUE
              GO TO DECK-BALANCE-END
           END-IF.
      *
           MOVE 'N' TO DECK-OPEN-SWITCH.
           MOVE 'N' TO DECK-TRAILER-SWITCH.
           ADD 1 TO DECK-BALANCED-COUNTER.
           DISPLAY '=> HRCARDS DECK OF ' DECK-RUN-DATE
                   ' BALANCED, CARDS = ' DECK-CARD-COUNT.
      *
       DECK-BALANCE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * STOP THE RUN ON AN HRCARDS DECK THAT DOES NOT BALANCE. THE
      * CARDS OF THE DECK READ BEFORE THIS POINT HAVE ALREADY BEEN
      * PROCESSED AND JOURNALED UNDER OPERATOR HRFDPROG, SO THE
      * LISTING SAYS HOW TO UNDO THEM. THE STEP IS RECORDED AS FAILED
      * IN THE CYCLE SO IT CAN BE RERUN WITH A GOOD DECK.
      *---------------------------------------------------------------
      *
       DECK-REFUSE-START.
      *
           IF NOT SIMULATE-RUN
              PERFORM DISPLAY-SUMMARY-START THRU DISPLAY-SUMMARY-END
              PERFORM WRITE-RUN-HISTORY-START THRU
                      WRITE-RUN-HISTORY-END
              CLOSE EXCEPTION-FILE
                    JOURNAL-FILE
              MOVE 'F' TO CYCLE-EVENT-WORK
              MOVE 'HRCARDS DECK DOES NOT BALANCE' TO CYCLE-REASON-WORK
              PERFORM CYCLE-WRITE-EVENT-START THRU
                      CYCLE-WRITE-EVENT-END
           ELSE
              PERFORM SIMULATE-SUMMARY-START THRU SIMULATE-SUMMARY-END
           END-IF.
      *
           DISPLAY '*'.
           DISPLAY '****** RUN REFUSED ************************'.
           DISPLAY '   HRCARDS DECK OF ' DECK-RUN-DATE ' - '
                   DECK-REFUSE-REASON.
           DISPLAY '   AT SYSIN CARD        = ' SYSIN-CARDS-READ.
           DISPLAY '*'.
           DISPLAY '   CONTROL TOTALS     COUNTED   TRAILER'.
           IF DECK-TRAILER-READ
              DISPLAY '   ''T'' CARDS            '
                      DECK-T-COUNT '     ' SDT-T-COUNT
              DISPLAY '   ''D'' CARDS            '
                      DECK-D-COUNT '     ' SDT-D-COUNT
              DISPLAY '   ''Z'' CARDS            '
                      DECK-Z-COUNT '     ' SDT-Z-COUNT
              DISPLAY '   ''M'' CARDS            '
                      DECK-M-COUNT '     ' SDT-M-COUNT
              DISPLAY '   ALL CARDS          '
                      DECK-CARD-COUNT '   ' SDT-CARD-COUNT
           ELSE
              DISPLAY '   ''T'' CARDS            ' DECK-T-COUNT
              DISPLAY '   ''D'' CARDS            ' DECK-D-COUNT
              DISPLAY '   ''Z'' CARDS            ' DECK-Z-COUNT
              DISPLAY '   ''M'' CARDS            ' DECK-M-COUNT
              DISPLAY '   ALL CARDS          ' DECK-CARD-COUNT
           END-IF.
           DISPLAY '*'.
           IF SIMULATE-RUN
              DISPLAY '   SIMULATION STOPPED - NOTHING WAS UPDATED.'
           ELSE
              DISPLAY '   NO FURTHER CARDS WERE PROCESSED. CARDS OF'
              DISPLAY '   THIS DECK ALREADY PROCESSED ARE JOURNALED'
              DISPLAY '   UNDER OPERATOR HRFDPROG - REVIEW THEM, OR'
              DISPLAY '   BACK THEM OUT WITH BKOTPROG (''O'' CARD),'
              DISPLAY '   BEFORE RERUNNING WITH A GOOD DECK.'
           END-IF.
           DISPLAY '*'.
      *
       DECK-REFUSE-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * CHECKPOINT
      *---------------------------------------------------------------
      *
       TAKE-CHECKPOINT-START.
      *
           ADD 1 TO CHKP-SEQ-NO.
           MOVE CHKP-SEQ-NO TO CHKP-ID-SEQ.
           MOVE SYSIN-CARDS-READ TO CHKP-ID-TRAN-COUNT.

           CALL 'CBLTDLI' USING CHKP, CHKP-ID.

           DISPLAY '=> CHECKPOINT TAKEN, ID = ' CHKP-ID.

           MOVE ZERO TO CHKP-TRAN-COUNTER.
      *
       TAKE-CHECKPOINT-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * AUDIT JOURNAL WRITE - THE CALLER HAS ALREADY FILLED
      * JOURNAL-FUNCTION AND THE BEFORE/AFTER IMAGES. THE CONCATENATED
      * KEY COMES STRAIGHT OUT OF KFBAREA, WHICH STILL DESCRIBES THE
      * SEGMENT THE DL/I CALL JUST TOUCHED.
      *---------------------------------------------------------------
      *
       WRITE-JOURNAL-START.
      *
           MOVE RUN-DATE TO JRN-RUN-DATE.
           MOVE 'COBPROG ' TO JRN-PROGRAM.
           MOVE JOURNAL-FUNCTION TO JRN-FUNCTION.
      *    ONLY THE FED-BACK KEY LENGTH IS MEANINGFUL - IMS LEAVES
      *    THE FEEDBACK AREA BEYOND IT AS RESIDUE FROM THE PREVIOUS
      *    CALL, AND THE BACKOUT (IMSBKOT.CBL) RECOVERS THE SEGMENT
      *    TYPE FROM THE BLANK PORTIONS OF THIS KEY.
           MOVE SPACES TO JRN-CONC-KEY.
           MOVE KFBAREA OF SKILL-PCB
                (1:KFBAREA-KEY-LENGTH OF SKILL-PCB)
                TO JRN-CONC-KEY.
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE JOURNAL-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE KOPERATOR OF SYSIN-INPUT TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JOURNAL-COUNTER.
      *
       WRITE-JOURNAL-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * APPEND THIS RUN'S SUMMARY COUNTERS TO THE SHARED RUN-HISTORY
      * DATASET - SEE THE FD FOR WHAT EACH COUNTER SLOT MEANS HERE.
      *---------------------------------------------------------------
      *
       WRITE-RUN-HISTORY-START.
      *
           OPEN EXTEND RUN-HISTORY-FILE.
      *
           MOVE 'COBPROG ' TO RUN-PROGRAM.
           MOVE RUN-DATE TO RUN-HIST-DATE.
           MOVE GU-COUNTER TO RUN-COUNTER-1.
           MOVE ISRT-COUNTER TO RUN-COUNTER-2.
           DISPLAY '*'.
           DISPLAY '****** EFFECTIVE RUN PARAMETERS ***********'.
           DISPLAY '   CHKP-FREQUENCY       = ' CHKP-FREQUENCY.
           DISPLAY '   SIMULATE-MODE        = ' SIMULATE-SWITCH.
           DISPLAY '   PARM RECORDS REJECTED = '
                   RUN-PARM-REJECT-COUNTER.
           DISPLAY '*'.
                 ELSE
                    MOVE RUN-PARM-VALUE-NUM TO CHKP-FREQUENCY
                 END-IF
              WHEN 'SIMULATE-MODE       '
                 IF RUN-PARM-VALUE-NUM > 1
                    ADD 1 TO RUN-PARM-REJECT-COUNTER
                    DISPLAY '=> RUN PARM REJECTED, VALUE TOO '
                            'LARGE = ' PRM-KEYWORD ' ' PRM-VALUE
                 ELSE
                    MOVE 'Y' TO SIMULATE-SWITCH
                 END-IF
              WHEN OTHER
                 ADD 1 TO RUN-PARM-REJECT-COUNTER
                 DISPLAY '=> RUN PARM REJECTED, UNKNOWN KEYWORD = '
           EXIT.
      *
      *---------------------------------------------------------------
      * LOAD THE OPERATOR AUTHORIZATION MASTER INTO ITS TABLE AT
      * START-UP, SAME PATTERN AS THE CLASSIFICATION CODE MASTER.
      *---------------------------------------------------------------
      *
       LOAD-AUTH-MASTER-START.
      *
           OPEN INPUT AUTH-MASTER-FILE.
      *
           PERFORM UNTIL AUTH-MASTER-AT-END
              READ AUTH-MASTER-FILE
                 AT END
                    MOVE 'Y' TO AUTH-MASTER-EOF-SWITCH
                 NOT AT END
                    IF AUTH-MASTER-COUNT < 500
                       ADD 1 TO AUTH-MASTER-COUNT
                       MOVE AUTH-OPERATOR
                            TO AMT-OPERATOR (AUTH-MASTER-COUNT)
                       MOVE AUTH-CARD-GROUP
                            TO AMT-CARD-GROUP (AUTH-MASTER-COUNT)
                       MOVE AUTH-SKCLASS
                            TO AMT-SKCLASS (AUTH-MASTER-COUNT)
                    ELSE
                       DISPLAY '=> AUTH MASTER TABLE FULL, ENTRY '
                               'DISCARDED = ' AUTH-OPERATOR
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE AUTH-MASTER-FILE.
      *
           DISPLAY '=> OPERATOR AUTHORIZATIONS LOADED = '
                   AUTH-MASTER-COUNT.
      *
       LOAD-AUTH-MASTER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * REJECT AN INSERT WHOSE CLASSIFICATION CODE IS NOT IN THE
      * MASTER - NO DL/I CALL IS MADE. THE CARD GOES TO THE EXCEPTION
      * DATASET WITH THE PSEUDO STATUS CODE 'CV' (CLASSIF VALIDATION)
       CLASSIF-REJECT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * VALIDATE THE COMPLETION/EXPIRY DATE PAIR OF AN EDUC IN
      * EDUC-COMPLETE-WORK AND EDUC-EXPIRY-WORK. EACH DATE MAY BE
      * BLANK; A DATE THAT IS GIVEN MUST BE A REAL CALENDAR DATE, AND
      * WHEN BOTH ARE GIVEN THE EXPIRY MAY NOT BE BEFORE THE
      * COMPLETION.
      *---------------------------------------------------------------
      *
       VALIDATE-EDUC-DATES-START.
      *
           SET EDUC-DATES-VALID TO TRUE.
           MOVE SPACES TO DATE-REJECT-REASON.
      *
           IF EDUC-COMPLETE-WORK NOT = SPACES
              MOVE EDUC-COMPLETE-WORK TO DATE-CHECK-X
              PERFORM CHECK-DATE-START THRU CHECK-DATE-END
              IF DATE-CHECK-INVALID
                 SET EDUC-DATES-INVALID TO TRUE
                 MOVE 'COMPLETION DATE IS NOT A VALID DATE'
                      TO DATE-REJECT-REASON
                 GO TO VALIDATE-EDUC-DATES-END
              END-IF
           END-IF.
      *
           IF EDUC-EXPIRY-WORK NOT = SPACES
              MOVE EDUC-EXPIRY-WORK TO DATE-CHECK-X
              PERFORM CHECK-DATE-START THRU CHECK-DATE-END
              IF DATE-CHECK-INVALID
                 SET EDUC-DATES-INVALID TO TRUE
                 MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                      TO DATE-REJECT-REASON
                 GO TO VALIDATE-EDUC-DATES-END
              END-IF
           END-IF.
      *
           IF EDUC-COMPLETE-WORK NOT = SPACES
              AND EDUC-EXPIRY-WORK NOT = SPACES
              AND EDUC-EXPIRY-WORK < EDUC-COMPLETE-WORK
              SET EDUC-DATES-INVALID TO TRUE
              MOVE 'EXPIRY DATE IS BEFORE COMPLETION DATE'
                   TO DATE-REJECT-REASON
           END-IF.
      *
       VALIDATE-EDUC-DATES-END.
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
      * REJECT AN EDUC INSERT/REPLACE WHOSE CERTIFICATION DATES FAIL
      * VALIDATION - NO DL/I CALL IS MADE. THE CARD GOES TO THE
      * EXCEPTION DATASET WITH THE PSEUDO STATUS CODE 'DV' (DATE
      * VALIDATION) SO IT CAN BE CORRECTED AND RESUBMITTED.
      *---------------------------------------------------------------
      *
       DATE-REJECT-START.
      *
           ADD 1 TO DATE-REJECT-COUNTER.
           DISPLAY '=> REJECTED, ' DATE-REJECT-REASON.
           DISPLAY '   COMPLETED = ' EDUC-COMPLETE-WORK
                   '   EXPIRES = ' EDUC-EXPIRY-WORK.
      *
           MOVE SYSIN-INPUT TO EXC-SYSIN-INPUT.
           MOVE 'DV' TO EXC-STATUS-CODE.
           WRITE EXCEPTION-RECORD.
      *
       DATE-REJECT-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * END-OF-RUN ACTIVITY SUMMARY
           DISPLAY '   INPUT CARDS REJECTED     = ' REJECT-COUNTER.
           DISPLAY '   CLASSIF CODES REJECTED   = '
                   CLASSIF-REJECT-COUNTER.
           DISPLAY '   UNAUTHORIZED CARDS       = '
                   AUTH-REJECT-COUNTER.
           DISPLAY '   CERT DATES REJECTED      = '
                   DATE-REJECT-COUNTER.
           DISPLAY '   JOURNAL RECORDS WRITTEN  = ' JOURNAL-COUNTER.
           DISPLAY '*'.
           DISPLAY '   FINAL STATUS CODE COUNTS :'.
       DISPLAY-SUMMARY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * END-OF-RUN SUMMARY FOR A SIMULATION RUN
      *---------------------------------------------------------------
      *
       SIMULATE-SUMMARY-START.
      *
           DISPLAY '*'.
           DISPLAY '****** SIMULATION SUMMARY *****************'.
           DISPLAY '*'.
           DISPLAY '   CARDS READ               = ' SYSIN-CARDS-READ.
           DISPLAY '   WOULD SUCCEED            = '
                   SIM-SUCCEED-COUNTER.
           DISPLAY '   WOULD FAIL               = ' SIM-FAIL-COUNTER.
           DISPLAY '   WOULD BE REJECTED        = '
                   SIM-REJECT-COUNTER.
           DISPLAY '   NOT SIMULATED            = ' SIM-SKIP-COUNTER.
           DISPLAY '   GET CALLS ISSUED         = ' SIM-GET-COUNTER.
           DISPLAY '*'.
           DISPLAY '   NO ISRT/REPL/DLET WAS ISSUED AND NO JOURNAL,'.
           DISPLAY '   EXCEPTION OR CHECKPOINT RECORD WAS WRITTEN.'.
           IF SIM-CHANGE-TABLE-FULL
              DISPLAY '   ** DECK CHANGE TABLE OVERFLOWED - LATER '
                      'PREDICTIONS MAY BE WRONG **'
           END-IF.
           DISPLAY '*'.
      *
       SIMULATE-SUMMARY-END.
           EXIT.
      *
      *
      *---------------------------------------------------------------
      * ERROR ROUTINE
      *
       EXCEPTION-ROUTINE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * BATCH-CYCLE CONTROL AT START-UP - WORK OUT WHICH CYCLE THIS
      * RUN BELONGS TO, CHECK ON THE CONTROL DATASET THAT EVERY
      * EARLIER STEP OF THE CHAIN COMPLETED IN THAT CYCLE AND THAT
      * THIS STEP HAS NOT, AND RECORD THE STEP AS STARTED. A RUN
      * THAT MAY NOT GO AHEAD IS RECORDED AS REFUSED AND
      * CYCLE-RUN-REFUSED IS SET FOR THE CALLER TO STOP ON - UNLESS
      * AN OVERRIDE CARD FOR THIS STEP AND CYCLE FORCES IT THROUGH.
      * THE SAME PARAGRAPHS RUN IN EVERY STEP OF THE CHAIN.
      *---------------------------------------------------------------
      *
       CYCLE-CHECK-START.
      *
           MOVE 'N' TO CYCLE-REFUSE-SWITCH.
           MOVE 'N' TO CYCLE-OVERRIDE-SWITCH.
           MOVE SPACES TO CYCLE-REFUSE-REASON.
           ACCEPT CYCLE-TODAY FROM DATE YYYYMMDD.
      *
           PERFORM CYCLE-READ-CARDS-START THRU CYCLE-READ-CARDS-END.
      *
      *    A CYCLE CARD NAMES THE CYCLE. OTHERWISE THE FIRST STEP
      *    OPENS TODAY'S CYCLE AND EVERY LATER STEP CARRIES ON WITH
      *    THE LATEST CYCLE ON THE DATASET, SO A CHAIN THAT RUNS
      *    PAST MIDNIGHT STAYS IN ONE CYCLE.
           MOVE CYCLE-TODAY TO CYCLE-DATE.
           IF CYCLE-CARD-DATE NOT = SPACES
              MOVE CYCLE-CARD-DATE TO CYCLE-DATE
           ELSE
              IF CYCLE-STEP-NO > 1
                 PERFORM CYCLE-READ-CONTROL-START THRU
                         CYCLE-READ-CONTROL-END
                 IF CYCLE-LATEST-DATE NOT = SPACES
                    MOVE CYCLE-LATEST-DATE TO CYCLE-DATE
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM CYCLE-READ-CONTROL-START THRU CYCLE-READ-CONTROL-END.
      *
      *    EVERY EARLIER STEP MUST HAVE COMPLETED IN THIS CYCLE - THE
      *    FIRST ONE THAT HAS NOT IS THE REASON GIVEN.
           PERFORM VARYING CYCLE-SUB FROM 1 BY 1
                   UNTIL CYCLE-SUB NOT < CYCLE-STEP-NO
                      OR CYCLE-RUN-REFUSED
              IF CYCLE-STEP-STATE (CYCLE-SUB) NOT = 'C'
                 MOVE 'Y' TO CYCLE-REFUSE-SWITCH
                 MOVE CYCLE-CHAIN-PROGRAM (CYCLE-SUB) TO CPR-PROGRAM
                 MOVE CYCLE-PRIOR-REASON TO CYCLE-REFUSE-REASON
              END-IF
           END-PERFORM.
      *
      *    AND THIS STEP MUST NOT HAVE COMPLETED IN IT ALREADY. A
      *    STEP LEFT STARTED (AN ABEND) OR FAILED MAY BE RERUN.
           IF NOT CYCLE-RUN-REFUSED
              AND CYCLE-STEP-STATE (CYCLE-STEP-NO) = 'C'
              MOVE 'Y' TO CYCLE-REFUSE-SWITCH
              MOVE 'ALREADY COMPLETED IN CYCLE' TO CYCLE-REFUSE-REASON
           END-IF.
      *
           DISPLAY '*'.
           DISPLAY '****** BATCH CYCLE CONTROL ****************'.
           DISPLAY '   CYCLE DATE            = ' CYCLE-DATE.
           DISPLAY '   STEP                  = ' CYCLE-STEP-NO ' '
                   CYCLE-STEP-PROGRAM.
      *
           IF CYCLE-RUN-REFUSED
              PERFORM VARYING CYCLE-SUB FROM 1 BY 1
                      UNTIL CYCLE-SUB > CYCLE-OVR-COUNT
                 IF COV-CYCLE-DATE (CYCLE-SUB) = CYCLE-DATE
                    MOVE 'Y' TO CYCLE-OVERRIDE-SWITCH
                    MOVE COV-OPERATOR (CYCLE-SUB) TO CYCLE-OVR-OPERATOR
                    MOVE COV-REASON (CYCLE-SUB) TO CYCLE-OVR-REASON
                    MOVE CYCLE-OVR-COUNT TO CYCLE-SUB
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF CYCLE-OVERRIDDEN
              MOVE 'N' TO CYCLE-REFUSE-SWITCH
              DISPLAY '   ** OVERRIDDEN BY      = ' CYCLE-OVR-OPERATOR
              DISPLAY '   ** CHECK BYPASSED     = ' CYCLE-REFUSE-REASON
              DISPLAY '   ** OVERRIDE REASON    = ' CYCLE-OVR-REASON
           END-IF.
      *
           IF CYCLE-RUN-REFUSED
              MOVE 'R' TO CYCLE-EVENT-WORK
              MOVE CYCLE-REFUSE-REASON TO CYCLE-REASON-WORK
              PERFORM CYCLE-WRITE-EVENT-START THRU CYCLE-WRITE-EVENT-END
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   ' CYCLE-REFUSE-REASON
              DISPLAY '   RUN THE STEPS IN ORDER, OR SUPPLY AN'
              DISPLAY '   OPERATOR OVERRIDE CARD TO FORCE THIS ONE.'
              DISPLAY '   NOTHING WAS PROCESSED.'
           ELSE
              MOVE 'S' TO CYCLE-EVENT-WORK
              MOVE CYCLE-REFUSE-REASON TO CYCLE-REASON-WORK
              PERFORM CYCLE-WRITE-EVENT-START THRU CYCLE-WRITE-EVENT-END
              DISPLAY '   RECORDED AS STARTED'
           END-IF.
      *
           DISPLAY '*'.
      *
       CYCLE-CHECK-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * READ THE CYCLE CARDS - THE CYCLE DATE, AND ANY OVERRIDE CARDS
      * FOR THIS STEP. AN OVERRIDE CARD WITH NO OPERATOR ID IS NOT
      * ACCEPTED - EVERY FORCED RUN MUST BE ACCOUNTED FOR.
      *---------------------------------------------------------------
      *
       CYCLE-READ-CARDS-START.
      *
           MOVE SPACES TO CYCLE-CARD-DATE.
           MOVE ZERO TO CYCLE-OVR-COUNT.
           MOVE 'N' TO CYCLE-CARD-EOF-SWITCH.
      *
           OPEN INPUT CYCLE-CARD-FILE.
      *
           PERFORM UNTIL CYCLE-CARD-AT-END
              READ CYCLE-CARD-FILE
                 AT END
                    MOVE 'Y' TO CYCLE-CARD-EOF-SWITCH
                 NOT AT END
                    EVALUATE CCD-TYPE
                       WHEN '*'
                          CONTINUE
                       WHEN 'C'
                          IF CCD-CYCLE-DATE IS NUMERIC
                             MOVE CCD-CYCLE-DATE TO CYCLE-CARD-DATE
                          ELSE
                             DISPLAY '=> CYCLE CARD REJECTED, DATE NOT '
                                     'NUMERIC = ' CCD-CYCLE-DATE
                          END-IF
                       WHEN 'O'
                          IF CCD-PROGRAM = CYCLE-STEP-PROGRAM
                             IF CCD-OPERATOR = SPACES
                                DISPLAY '=> OVERRIDE CARD REJECTED, '
                                        'NO OPERATOR ID'
                             ELSE
                                IF CYCLE-OVR-COUNT < 10
                                   ADD 1 TO CYCLE-OVR-COUNT
                                   MOVE CCD-CYCLE-DATE TO
                                        COV-CYCLE-DATE (CYCLE-OVR-COUNT)
                                   MOVE CCD-OPERATOR TO
                                        COV-OPERATOR (CYCLE-OVR-COUNT)
                                   MOVE CCD-REASON TO
                                        COV-REASON (CYCLE-OVR-COUNT)
                                END-IF
                             END-IF
                          END-IF
                       WHEN OTHER
                          DISPLAY '=> CYCLE CARD IGNORED, UNKNOWN '
                                  'TYPE = ' CCD-TYPE
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
           CLOSE CYCLE-CARD-FILE.
      *
       CYCLE-READ-CARDS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * READ THE WHOLE CONTROL DATASET - NOTE THE LATEST CYCLE ON IT
      * AND THE STATE OF EVERY STEP IN CYCLE-DATE. REFUSALS DO NOT
      * CHANGE A STEP'S STATE.
      *---------------------------------------------------------------
      *
       CYCLE-READ-CONTROL-START.
      *
           MOVE SPACES TO CYCLE-LATEST-DATE.
           MOVE SPACES TO CYCLE-STATE-TABLE.
           MOVE 'N' TO CYCLE-CTL-EOF-SWITCH.
      *
           OPEN INPUT CYCLE-CONTROL-FILE.
      *
           PERFORM UNTIL CYCLE-CTL-AT-END
              READ CYCLE-CONTROL-FILE
                 AT END
                    MOVE 'Y' TO CYCLE-CTL-EOF-SWITCH
                 NOT AT END
                    IF CYC-CYCLE-DATE > CYCLE-LATEST-DATE
                       MOVE CYC-CYCLE-DATE TO CYCLE-LATEST-DATE
                    END-IF
                    IF CYC-CYCLE-DATE = CYCLE-DATE
                       AND CYC-STEP-NO IS NUMERIC
                       AND CYC-STEP-NO > ZERO
                       AND CYC-STEP-NO NOT > 6
                       AND (CYC-EVENT = 'S' OR = 'C' OR = 'F')
                       MOVE CYC-EVENT TO CYCLE-STEP-STATE (CYC-STEP-NO)
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE CYCLE-CONTROL-FILE.
      *
       CYCLE-READ-CONTROL-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPEND ONE EVENT FOR THIS STEP TO THE CONTROL DATASET - THE
      * CALLER SETS CYCLE-EVENT-WORK ('S', 'C', 'F' OR 'R') AND
      * CYCLE-REASON-WORK.
      *---------------------------------------------------------------
      *
       CYCLE-WRITE-EVENT-START.
      *
           OPEN EXTEND CYCLE-CONTROL-FILE.
      *
           MOVE SPACES TO CYCLE-CONTROL-RECORD.
           MOVE CYCLE-DATE TO CYC-CYCLE-DATE.
           MOVE CYCLE-STEP-NO TO CYC-STEP-NO.
           MOVE CYCLE-STEP-PROGRAM TO CYC-PROGRAM.
           MOVE CYCLE-EVENT-WORK TO CYC-EVENT.
           ACCEPT CYCLE-NOW FROM DATE YYYYMMDD.
           MOVE CYCLE-NOW TO CYC-EVENT-DATE.
           ACCEPT CYCLE-NOW FROM TIME.
           MOVE CYCLE-NOW TO CYC-EVENT-TIME.
           MOVE CYCLE-OVERRIDE-SWITCH TO CYC-OVERRIDE.
           IF CYCLE-OVERRIDDEN
              MOVE CYCLE-OVR-OPERATOR TO CYC-OPERATOR
           END-IF.
           MOVE CYCLE-REASON-WORK TO CYC-REASON.
           WRITE CYCLE-CONTROL-RECORD.
      *
           CLOSE CYCLE-CONTROL-FILE.
      *
       CYCLE-WRITE-EVENT-END.
           EXIT.
