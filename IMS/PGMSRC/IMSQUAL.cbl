       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALPROG.
      *
      ****************************************************************
      * DATABASE-WIDE DATA-QUALITY SCAN
      * THE CLASSIFICATION MASTER AND COBPROG'S VALIDATE-SYSIN-START
      * ONLY PROTECT NEW INSERTS. THIS SCAN CHECKS WHAT IS ALREADY
      * STORED - WHETHER IT CAME IN BEFORE THOSE EDITS EXISTED,
      * THROUGH LOADPROG OR THROUGH A DLTAPROG/APLYPROG APPLY.
      *
      * THE DATABASE IS SWEPT ONCE, THE SAME WAY IMSSTAT.CBL AND
      * IMSMTCH.CBL DO - UNQUALIFIED GU ON THE FIRST ROOT, THEN
      * UNQUALIFIED GN IN HIERARCHIC SEQUENCE - AND EVERY SEGMENT IS
      * CHECKED AS IT GOES BY :
      *   - A SKILL ROOT WITH NO NAME SEGMENTS UNDER IT
      *   - A NAME SEGMENT WITH NO EDUC OR EXPR DEPENDENTS AT ALL
      *   - AN EXPR WHOSE CLASSIF FAILS COBPROG'S ALPHANUMERIC RULE,
      *     OR IS NOT ON THE CLASSIFICATION MASTER (CLASMAST)
      *   - A BLANK OR NON-PRINTABLE KEY FIELD (SKCLASS, FULNAM,
      *     EDUID OR CLASSIF)
      *   - THE SAME EDUC TEXT FILED UNDER ONE PERSON MORE THAN ONCE
      *     WITH DIFFERENT EDUIDS
      *
      * OUTPUT :
      *   - A PAGED FINDINGS REPORT, GROUPED BY SKILL CLASS, ONE LINE
      *     PER FINDING WITH ITS SEVERITY, THEN TOTALS BY CHECK AND
      *     BY SEVERITY.
      *   - A CORRECTIVE-CARD FILE (FIXOUT) FOR EVERY FINDING WHOSE
      *     FIX CAN BE WORKED OUT MECHANICALLY, IN COBPROG'S SYSIN
      *     LAYOUTS, THE WAY IMSDUPE.CBL WRITES ITS 'T' CARDS :
      *        'K' - DELETE AN EMPTY SKILL ROOT
      *        'M' - DELETE A NAME WITH NO DEPENDENTS
      *        'Z' - DELETE AN EXPR WHOSE CLASSIF IS NOT ON CLASMAST
      *        'D' - DELETE THE LATER EDUID OF A DUPLICATED EDUC TEXT
      *     A FINDING ON A SEGMENT WHOSE OWN KEY, OR WHOSE PARENT'S
      *     KEY, IS BLANK OR NON-PRINTABLE GETS NO CARD - COBPROG
      *     COULD NOT QUALIFY A CALL WITH IT. NEITHER DOES A CLASSIF
      *     THAT FAILS THE ALPHANUMERIC RULE, SINCE COBPROG REJECTS
      *     SUCH A KEXPR ON A 'Z' CARD. THOSE ARE FIXED BY HAND.
      *
      * THE SCAN ONLY READS THE DATABASE - NOTHING IS CHANGED UNTIL
      * THE REVIEWED CARD FILE IS RUN THROUGH COBPROG.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *    SAME RULE AS COBPROG'S VALIDATE-SYSIN-START APPLIES TO
      *    KEXPR BEFORE IT MAY QUALIFY A DL/I CALL.
           CLASS KEXPR-ALPHANUMERIC-CLASS IS 'A' THRU 'Z' 'a' THRU 'z'
                                             '0' THRU '9'.
      *    CHARACTERS A KEY FIELD MAY HOLD AND STILL BE KEYED ON A
      *    CARD OR READ OFF A LISTING. TRAILING PADDING IS SPACES, SO
      *    SPACE IS IN THE CLASS; AN ALL-SPACES KEY IS CAUGHT AS
      *    BLANK BEFORE THIS TEST.
           CLASS KEY-PRINTABLE-CLASS IS 'A' THRU 'Z' 'a' THRU 'z'
                                        '0' THRU '9' ' ' '.' ','
                                        '-' '/' '&' '''' '(' ')'
                                        '#' '@' '+' '*' ':' '_'.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO FIXOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CLASS-MASTER-FILE ASSIGN TO CLASMAST
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * CORRECTIVE-CARD FILE - 120-BYTE CARDS IN COBPROG'S SYSIN
      * LAYOUTS : KSKILL IN 2-9, KNAME IN 10-51, AND THE DEPENDENT'S
      * KEY FROM COLUMN 52 (MEDUID FOR A 'D' CARD, KEXPR FOR A 'Z'
      * CARD). THE OPERATOR ID (COLUMNS 81-88) IS LEFT BLANK - THE
      * REVIEWER WHO APPROVES THE DECK KEYS THEIR OWN ID THERE, THE
      * SAME AS IMSDUPE.CBL'S CONSOLIDATION CARDS.
      ****************************************************************
      *
       FD  CARD-FILE
           RECORDING MODE IS F.
      *
       01 CARD-RECORD.
          05 CARD-COL1              PIC X(01).
          05 CARD-KSKILL            PIC X(08).
          05 CARD-KNAME             PIC X(42).
          05 CARD-MEDUID            PIC X(18).
          05 CARD-KEXPR REDEFINES CARD-MEDUID
                                    PIC X(04).
          05 FILLER                 PIC X(11).
          05 CARD-KOPERATOR         PIC X(08).
          05 FILLER                 PIC X(32).
      *
      ****************************************************************
      * CLASSIFICATION CODE MASTER - SAME RECORD COBPROG READS.
      ****************************************************************
      *
       FD  CLASS-MASTER-FILE
           RECORDING MODE IS F.
      *
       01 CLASS-MASTER-RECORD.
          05 CLAS-CODE               PIC X(04).
          05 CLAS-DESC               PIC X(30).
      *
      ****************************************************************
      * SHARED RUN-CONTROL PARAMETER DATASET - SAME RECORD EVERY
      * PROGRAM IN THE SUITE READS AT START-UP. SEE IMSLABS.CBL FOR
      * THE FULL CONVENTION.
      ****************************************************************
      *
       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
      *
       01 RUN-PARM-RECORD.
          05 PRM-PROGRAM             PIC X(08).
          05 FILLER                  PIC X(01).
          05 PRM-KEYWORD             PIC X(20).
          05 FILLER                  PIC X(01).
          05 PRM-VALUE               PIC X(08).
          05 FILLER                  PIC X(42).
      *
       WORKING-STORAGE SECTION.
      *
      ****************************************************************
      * COUNTERS, SWITCHES AND OTHER MISCELLANEOUS VARIABLES
      ****************************************************************
      *
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
      *
      * KEYS OF THE SKILL ROOT AND NAME THE SWEEP IS CURRENTLY
      * PASSING THROUGH, HOW MANY CHILDREN EACH HAS SHOWN SO FAR, AND
      * WHETHER ITS KEY IS FIT TO PUT ON A CORRECTIVE CARD.
       77 CURRENT-SKCLASS         PIC X(08)  VALUE SPACES.
       77 CURRENT-FULNAM          PIC X(42)  VALUE SPACES.
       77 ROOT-NAME-COUNT         PIC 9(05)  VALUE ZERO.
       77 NAME-DEP-COUNT          PIC 9(05)  VALUE ZERO.
      *
       77 ROOT-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
          88 ROOT-OPEN                       VALUE 'Y'.
       77 NAME-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
          88 NAME-OPEN                       VALUE 'Y'.
       77 ROOT-KEY-SWITCH         PIC X(01)  VALUE 'Y'.
          88 ROOT-KEY-CLEAN                  VALUE 'Y'.
       77 NAME-KEY-SWITCH         PIC X(01)  VALUE 'Y'.
          88 NAME-KEY-CLEAN                  VALUE 'Y'.
      *
      * KEY-CHECK-START WORK FIELDS - THE KEY VALUE UNDER TEST AND
      * THE VERDICT.
       77 KEY-CHECK-VALUE         PIC X(42)  VALUE SPACES.
       77 KEY-CHECK-SWITCH        PIC X(01)  VALUE 'Y'.
          88 KEY-CHECK-CLEAN                 VALUE 'Y'.
          88 KEY-CHECK-BAD                   VALUE 'N'.
      *
       77 SEGMENT-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 SKILL-READ-COUNTER      PIC 9(07)  VALUE ZERO.
       77 NAME-READ-COUNTER       PIC 9(07)  VALUE ZERO.
       77 EDUC-READ-COUNTER       PIC 9(07)  VALUE ZERO.
       77 EXPR-READ-COUNTER       PIC 9(07)  VALUE ZERO.
      *
      * FINDINGS BY CHECK AND BY SEVERITY, AND THE CARD FILE.
       77 EMPTY-ROOT-COUNTER      PIC 9(05)  VALUE ZERO.
       77 EMPTY-NAME-COUNTER      PIC 9(05)  VALUE ZERO.
       77 CLASSIF-FORMAT-COUNTER  PIC 9(05)  VALUE ZERO.
       77 CLASSIF-MASTER-COUNTER  PIC 9(05)  VALUE ZERO.
       77 BLANK-KEY-COUNTER       PIC 9(05)  VALUE ZERO.
       77 UNPRINTABLE-KEY-COUNTER PIC 9(05)  VALUE ZERO.
       77 DUPLICATE-EDUC-COUNTER  PIC 9(05)  VALUE ZERO.
       77 HIGH-COUNTER            PIC 9(05)  VALUE ZERO.
       77 MEDIUM-COUNTER          PIC 9(05)  VALUE ZERO.
       77 LOW-COUNTER             PIC 9(05)  VALUE ZERO.
       77 FINDING-COUNTER         PIC 9(05)  VALUE ZERO.
       77 ROOT-FINDING-COUNT      PIC 9(05)  VALUE ZERO.
       77 CARD-WRITE-COUNTER      PIC 9(05)  VALUE ZERO.
       77 CARD-WITHHELD-COUNTER   PIC 9(05)  VALUE ZERO.
      *
      ****************************************************************
      * THE FINDING IN HAND - FILLED IN BY THE CHECK THAT RAISED IT,
      * THEN PRINTED (AND ITS CARD WRITTEN) BY REPORT-FINDING-START.
      * FND-CARD-TYPE IS THE COBPROG CARD THAT WOULD FIX IT, OR
      * SPACE WHERE THE FIX NEEDS A PERSON.
      ****************************************************************
      *
       77 FND-SEVERITY            PIC X(01)  VALUE SPACE.
          88 FND-HIGH                        VALUE 'H'.
          88 FND-MEDIUM                      VALUE 'M'.
          88 FND-LOW                         VALUE 'L'.
       77 FND-SEGMENT             PIC X(08)  VALUE SPACES.
       77 FND-KEY                 PIC X(18)  VALUE SPACES.
       77 FND-TEXT                PIC X(46)  VALUE SPACES.
       77 FND-CARD-TYPE           PIC X(01)  VALUE SPACE.
      *
       01 DUPLICATE-TEXT.
          05 FILLER               PIC X(19)  VALUE
                                  'SAME TEXT AS EDUID '.
          05 DPT-EDUID            PIC X(18).
          05 FILLER               PIC X(09)  VALUE SPACES.
      *
      ****************************************************************
      * EDUC TEXT TABLE - THE EDUC TEXTS SEEN SO FAR UNDER THE NAME
      * IN HAND, EACH WITH THE FIRST EDUID IT WAS FILED UNDER. IT IS
      * EMPTIED AT EVERY NAME. A FULL TABLE DISCARDS THE OVERFLOW
      * WITH A WARNING, SAME AS IMSDUPE.CBL'S OCCURRENCE TABLE.
      ****************************************************************
      *
       77 EDUC-TEXT-COUNT         PIC 9(03)  VALUE ZERO.
      *
       01 EDUC-TEXT-TABLE.
          05 EDUC-TEXT-ENTRY OCCURS 200 TIMES INDEXED BY ETX-IDX.
             10 ETX-TEXT           PIC X(41).
             10 ETX-EDUID          PIC X(18).
      *
       77 EDUC-TEXT-FOUND-SWITCH  PIC X(01)  VALUE 'N'.
          88 EDUC-TEXT-FOUND                 VALUE 'Y'.
      *
      ****************************************************************
      * PAGE CONTROL - A FRESH HEADING IS PRINTED EVERY PAGE-LIMIT
      * LINES. PAGE-LIMIT IS A DEFAULT, NOT A CONSTANT - THE RUNPARM
      * DATASET OVERRIDES IT AT START-UP (SEE LOAD-RUN-PARMS-START).
      * REPORT-SKCLASS IS THE SKILL CLASS WHOSE GROUP HEADING WAS
      * PRINTED LAST.
      ****************************************************************
      *
       77 PAGE-NUMBER             PIC 9(03)  VALUE ZERO.
       77 LINE-COUNT              PIC 9(02)  VALUE 99.
       77 PAGE-LIMIT              PIC 9(02)  VALUE 50.
       77 REPORT-SKCLASS          PIC X(08)  VALUE LOW-VALUES.
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
      ****************************************************************
      * IN-MEMORY COPY OF THE CLASSIFICATION CODE MASTER, WITH THE
      * LOOKUP WORK FIELDS - SAME PATTERN AS COBPROG.
      ****************************************************************
      *
       77 CLASS-MASTER-EOF-SWITCH PIC X(01)  VALUE 'N'.
          88 CLASS-MASTER-AT-END             VALUE 'Y'.
       77 CLASS-MASTER-COUNT      PIC 9(03)  VALUE ZERO.
      *
       01 CLASS-MASTER-TABLE.
          05 CLASS-MASTER-ENTRY OCCURS 100 TIMES
                                INDEXED BY CLASS-IDX.
             10 CMT-CODE           PIC X(04).
             10 CMT-DESC           PIC X(30).
      *
       77 CLASSIF-LOOKUP-CODE     PIC X(04)  VALUE SPACES.
       77 CLASSIF-DESCRIPTION     PIC X(30)  VALUE SPACES.
       77 CLASSIF-VALID-SWITCH    PIC X(01)  VALUE 'N'.
          88 CLASSIF-CODE-VALID              VALUE 'Y'.
          88 CLASSIF-CODE-INVALID            VALUE 'N'.
      *
      ****************************************************************
      * REPORT LINES
      ****************************************************************
      *
       01 GROUP-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 FILLER               PIC X(13)  VALUE 'SKILL CLASS  '.
          05 GRL-SKCLASS          PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 GRL-CONTINUED        PIC X(11).
      *
       01 DETAIL-LINE.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 DTL-SEVERITY         PIC X(06).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DTL-SEGMENT          PIC X(05).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DTL-FULNAM           PIC X(30).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DTL-KEY              PIC X(18).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DTL-TEXT             PIC X(46).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 DTL-CARD             PIC X(01).
      *
       01 ROOT-TOTAL-LINE.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 RTL-COUNT            PIC ZZZZ9.
          05 FILLER               PIC X(19)  VALUE
                                  ' FINDING(S) UNDER '.
          05 RTL-SKCLASS          PIC X(08).
      *
       01 TOTAL-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 TOT-LABEL            PIC X(34).
          05 TOT-COUNT            PIC ZZZZZZ9.
      *
      ****************************************************************
      * DL/I CALL FUNCTIONS
      ****************************************************************
      *
       77 GU                      PIC X(04)  VALUE 'GU  '.
       77 GN                      PIC X(04)  VALUE 'GN  '.
      *
      ****************************************************************
      * GENERIC IOAREA - THE SEGMENT TYPE OF EACH GU/GN CALL IS NOT
      * KNOWN UNTIL AFTER THE CALL RETURNS (SEE SEGMENT-NAME OF
      * SKILL-PCB), SO ONE BUFFER LARGE ENOUGH FOR ANY SEGMENT IS
      * USED FOR ALL OF THEM, REDEFINED PER SEGMENT TYPE - SAME
      * PATTERN AS IMSUNLD.CBL. THE EDUC VIEW SPLITS THE DATA
      * PORTION THE WAY COBPROG'S IOAREA-EDUC DOES.
      ****************************************************************
      *
       01 IOAREA-WALK.
          05 IOAREA-WALK-NAME.
             10 FULNAM             PIC X(42).
             10 NAME-DATA          PIC X(78).
          05 IOAREA-WALK-SKILL REDEFINES IOAREA-WALK-NAME.
             10 SKCLASS            PIC X(08).
             10 SKILL-DATA         PIC X(82).
          05 IOAREA-WALK-EDUC REDEFINES IOAREA-WALK-NAME.
             10 EDUID              PIC X(18).
             10 EDUC-DATA.
                15 EDUC-TEXT       PIC X(41).
                15 EDUC-COMPLETE-DATE
                                   PIC X(08).
                15 EDUC-EXPIRY-DATE
                                   PIC X(08).
          05 IOAREA-WALK-EXPR REDEFINES IOAREA-WALK-NAME.
             10 EXPR-DATA          PIC X(16).
             10 CLASSIF            PIC X(04).
      *
       LINKAGE SECTION.
      *
      ****************************************************************
      * PCB MASK : SAME LAYOUT COBPROG USES FOR SKILL-PCB.
      ****************************************************************
      *
       01 SKILL-PCB.
          05 DBDNAME               PIC X(08).
          05 SEGMENT-LEVEL         PIC X(02).
          05 STATUS-CODE           PIC X(02).
          05 PROCOPT               PIC X(04).
          05 RESERVED              PIC S9(05) COMPUTATIONAL.
          05 SEGMENT-NAME          PIC X(08).
          05 KFBAREA-KEY-LENGTH    PIC S9(05) COMPUTATIONAL.
          05 NUMBER-OF-SENSEGS     PIC S9(05) COMPUTATIONAL.
          05 KFBAREA               PIC X(68).
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      * PROGRAM ENTRY POINT
      ****************************************************************
      *
           ENTRY 'DLITCBL' USING SKILL-PCB.
      *
       MAINLINE-START.
      *
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM LOAD-RUN-PARMS-START THRU LOAD-RUN-PARMS-END.
      *
           PERFORM LOAD-CLASS-MASTER-START THRU LOAD-CLASS-MASTER-END.
      *
           OPEN OUTPUT CARD-FILE.
      *
      *    UNQUALIFIED GU - POSITION ON THE VERY FIRST ROOT.
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-WALK.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GE' OR = 'GA' OR = 'GB'
              DISPLAY '=> DATABASE IS EMPTY, STATUS-CODE = '
                      STATUS-CODE OF SKILL-PCB
           END-IF.
      *
           PERFORM UNTIL STATUS-CODE OF SKILL-PCB = 'GA' OR = 'GB'
                                                  OR = 'GE'
              IF STATUS-CODE OF SKILL-PCB NOT = '  '
                 DISPLAY '=> SWEEP STOPPED, STATUS-CODE = '
                         STATUS-CODE OF SKILL-PCB
                 EXIT PERFORM
              END-IF
              PERFORM CHECK-SEGMENT-START THRU CHECK-SEGMENT-END
      *       UNQUALIFIED GN - NEXT SEGMENT IN HIERARCHIC SEQUENCE,
      *       WHETHER IT IS A SIBLING, A DEPENDENT OR THE NEXT ROOT.
              CALL 'CBLTDLI' USING GN,
                                   SKILL-PCB,
                                   IOAREA-WALK
           END-PERFORM.
      *
      *    THE LAST NAME AND ROOT OF THE DATABASE HAVE NO FOLLOWING
      *    SEGMENT TO CLOSE THEM.
           PERFORM CLOSE-NAME-START THRU CLOSE-NAME-END.
           PERFORM CLOSE-ROOT-START THRU CLOSE-ROOT-END.
      *
           CLOSE CARD-FILE.
      *
           PERFORM PRINT-GRAND-TOTALS-START THRU
                   PRINT-GRAND-TOTALS-END.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * CHECK THE SEGMENT JUST RETRIEVED. A NEW ROOT CLOSES THE NAME
      * AND ROOT BEFORE IT, AND A NEW NAME CLOSES THE NAME BEFORE IT
      * - THAT IS WHEN AN EMPTY PARENT CAN FIRST BE TOLD APART FROM
      * ONE WHOSE CHILDREN ARE STILL TO COME.
      *---------------------------------------------------------------
      *
       CHECK-SEGMENT-START.
      *
           ADD 1 TO SEGMENT-READ-COUNTER.
      *
           EVALUATE SEGMENT-NAME OF SKILL-PCB
              WHEN 'SKILL   '
                 PERFORM CLOSE-NAME-START THRU CLOSE-NAME-END
                 PERFORM CLOSE-ROOT-START THRU CLOSE-ROOT-END
                 ADD 1 TO SKILL-READ-COUNTER
                 MOVE SKCLASS OF IOAREA-WALK-SKILL TO CURRENT-SKCLASS
                 MOVE SPACES TO CURRENT-FULNAM
                 MOVE ZERO TO ROOT-NAME-COUNT
                 MOVE ZERO TO ROOT-FINDING-COUNT
                 MOVE 'Y' TO ROOT-OPEN-SWITCH
                 MOVE 'SKILL   ' TO FND-SEGMENT
                 MOVE CURRENT-SKCLASS TO FND-KEY
                 MOVE CURRENT-SKCLASS TO KEY-CHECK-VALUE
                 PERFORM KEY-CHECK-START THRU KEY-CHECK-END
                 MOVE KEY-CHECK-SWITCH TO ROOT-KEY-SWITCH
              WHEN 'NAME    '
                 PERFORM CLOSE-NAME-START THRU CLOSE-NAME-END
                 ADD 1 TO NAME-READ-COUNTER
                 ADD 1 TO ROOT-NAME-COUNT
                 MOVE FULNAM OF IOAREA-WALK-NAME TO CURRENT-FULNAM
                 MOVE ZERO TO NAME-DEP-COUNT
                 MOVE ZERO TO EDUC-TEXT-COUNT
                 MOVE 'Y' TO NAME-OPEN-SWITCH
                 MOVE 'NAME    ' TO FND-SEGMENT
                 MOVE SPACES TO FND-KEY
                 MOVE CURRENT-FULNAM TO KEY-CHECK-VALUE
                 PERFORM KEY-CHECK-START THRU KEY-CHECK-END
                 MOVE KEY-CHECK-SWITCH TO NAME-KEY-SWITCH
              WHEN 'EDUC    '
                 ADD 1 TO EDUC-READ-COUNTER
                 ADD 1 TO NAME-DEP-COUNT
                 MOVE 'EDUC    ' TO FND-SEGMENT
                 MOVE EDUID OF IOAREA-WALK-EDUC TO FND-KEY
                 MOVE EDUID OF IOAREA-WALK-EDUC TO KEY-CHECK-VALUE
                 PERFORM KEY-CHECK-START THRU KEY-CHECK-END
                 IF KEY-CHECK-CLEAN
                    PERFORM CHECK-DUPLICATE-EDUC-START THRU
                            CHECK-DUPLICATE-EDUC-END
                 END-IF
              WHEN 'EXPR    '
                 ADD 1 TO EXPR-READ-COUNTER
                 ADD 1 TO NAME-DEP-COUNT
                 MOVE 'EXPR    ' TO FND-SEGMENT
                 MOVE CLASSIF OF IOAREA-WALK-EXPR TO FND-KEY
                 MOVE CLASSIF OF IOAREA-WALK-EXPR TO KEY-CHECK-VALUE
                 PERFORM KEY-CHECK-START THRU KEY-CHECK-END
                 IF KEY-CHECK-CLEAN
                    PERFORM CHECK-CLASSIF-START THRU CHECK-CLASSIF-END
                 END-IF
              WHEN OTHER
                 DISPLAY '=> UNKNOWN SEGMENT TYPE ENCOUNTERED = '
                         SEGMENT-NAME OF SKILL-PCB
           END-EVALUATE.
      *
       CHECK-SEGMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * CLOSE THE NAME IN HAND - ONE THAT TURNED OUT TO HAVE NO EDUC
      * OR EXPR DEPENDENTS IS REPORTED, WITH AN 'M' CARD TO REMOVE IT
      * (COBPROG'S NAME-DELETE-START ONLY DELETES AN EMPTY NAME, SO
      * THE CARD CANNOT TAKE ANYTHING ELSE WITH IT).
      *---------------------------------------------------------------
      *
       CLOSE-NAME-START.
      *
           IF NOT NAME-OPEN
              GO TO CLOSE-NAME-END
           END-IF.
      *
           MOVE 'N' TO NAME-OPEN-SWITCH.
      *
           IF NAME-DEP-COUNT > ZERO
              GO TO CLOSE-NAME-END
           END-IF.
      *
           ADD 1 TO EMPTY-NAME-COUNTER.
           MOVE 'L' TO FND-SEVERITY.
           MOVE 'NAME    ' TO FND-SEGMENT.
           MOVE SPACES TO FND-KEY.
           MOVE 'PERSON HAS NO EDUC OR EXPR SEGMENTS' TO FND-TEXT.
           MOVE 'M' TO FND-CARD-TYPE.
           PERFORM REPORT-FINDING-START THRU REPORT-FINDING-END.
      *
       CLOSE-NAME-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * CLOSE THE ROOT IN HAND - ONE THAT TURNED OUT TO HAVE NO NAME
      * SEGMENTS IS REPORTED WITH A 'K' CARD TO REMOVE IT. THEN THE
      * ROOT'S FINDING COUNT ENDS ITS GROUP ON THE REPORT.
      *---------------------------------------------------------------
      *
       CLOSE-ROOT-START.
      *
           IF NOT ROOT-OPEN
              GO TO CLOSE-ROOT-END
           END-IF.
      *
           MOVE 'N' TO ROOT-OPEN-SWITCH.
           MOVE SPACES TO CURRENT-FULNAM.
      *
           IF ROOT-NAME-COUNT = ZERO
              ADD 1 TO EMPTY-ROOT-COUNTER
              MOVE 'L' TO FND-SEVERITY
              MOVE 'SKILL   ' TO FND-SEGMENT
              MOVE CURRENT-SKCLASS TO FND-KEY
              MOVE 'SKILL ROOT HAS NO NAME SEGMENTS' TO FND-TEXT
              MOVE 'K' TO FND-CARD-TYPE
              PERFORM REPORT-FINDING-START THRU REPORT-FINDING-END
           END-IF.
      *
           IF ROOT-FINDING-COUNT > ZERO
              IF LINE-COUNT > PAGE-LIMIT
                 PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
              END-IF
              MOVE ROOT-FINDING-COUNT TO RTL-COUNT
              MOVE CURRENT-SKCLASS TO RTL-SKCLASS
              DISPLAY ROOT-TOTAL-LINE
              ADD 1 TO LINE-COUNT
           END-IF.
      *
       CLOSE-ROOT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * KEY FIELD CHECK - THE KEY IN KEY-CHECK-VALUE MUST NOT BE
      * BLANK AND MUST HOLD ONLY PRINTABLE CHARACTERS. A BAD KEY IS
      * REPORTED AS A HIGH-SEVERITY FINDING WITH NO CORRECTIVE CARD -
      * COBPROG CANNOT BE HANDED A KEY IT COULD NOT QUALIFY A CALL
      * WITH. FND-SEGMENT AND FND-KEY ARE SET BY THE CALLER.
      *---------------------------------------------------------------
      *
       KEY-CHECK-START.
      *
           SET KEY-CHECK-CLEAN TO TRUE.
      *
           IF KEY-CHECK-VALUE = SPACES
              SET KEY-CHECK-BAD TO TRUE
              ADD 1 TO BLANK-KEY-COUNTER
              MOVE 'KEY FIELD IS BLANK' TO FND-TEXT
           ELSE
              IF KEY-CHECK-VALUE IS NOT KEY-PRINTABLE-CLASS
                 SET KEY-CHECK-BAD TO TRUE
                 ADD 1 TO UNPRINTABLE-KEY-COUNTER
                 MOVE 'KEY FIELD HOLDS NON-PRINTABLE CHARACTERS'
                      TO FND-TEXT
              END-IF
           END-IF.
      *
           IF KEY-CHECK-BAD
              MOVE 'H' TO FND-SEVERITY
              MOVE SPACE TO FND-CARD-TYPE
              PERFORM REPORT-FINDING-START THRU REPORT-FINDING-END
           END-IF.
      *
       KEY-CHECK-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * EXPR CLASSIF CHECK - FIRST COBPROG'S ALPHANUMERIC RULE (ONLY
      * THE SIGNIFICANT, NON-PADDING CHARACTERS ARE CLASS-TESTED,
      * SAME AS VALIDATE-SYSIN-START), THEN THE CLASSIFICATION
      * MASTER. A CODE THAT FAILS THE RULE IS NOT LOOKED UP AS WELL -
      * IT COULD NEVER BE ON THE MASTER, AND COBPROG WOULD REJECT IT
      * ON A 'Z' CARD, SO IT GETS NO CARD. A WELL-FORMED CODE THAT IS
      * SIMPLY NOT ON THE MASTER GETS A 'Z' CARD.
      *---------------------------------------------------------------
      *
       CHECK-CLASSIF-START.
      *
           IF FUNCTION TRIM(CLASSIF OF IOAREA-WALK-EXPR)
                 IS NOT KEXPR-ALPHANUMERIC-CLASS
              ADD 1 TO CLASSIF-FORMAT-COUNTER
              MOVE 'H' TO FND-SEVERITY
              MOVE 'CLASSIF IS NOT ALPHANUMERIC' TO FND-TEXT
              MOVE SPACE TO FND-CARD-TYPE
              PERFORM REPORT-FINDING-START THRU REPORT-FINDING-END
              GO TO CHECK-CLASSIF-END
           END-IF.
      *
           MOVE CLASSIF OF IOAREA-WALK-EXPR TO CLASSIF-LOOKUP-CODE.
           PERFORM CLASSIF-LOOKUP-START THRU CLASSIF-LOOKUP-END.
      *
           IF CLASSIF-CODE-INVALID
              ADD 1 TO CLASSIF-MASTER-COUNTER
              MOVE 'M' TO FND-SEVERITY
              MOVE 'CLASSIF CODE NOT ON THE CLASSIFICATION MASTER'
                   TO FND-TEXT
              MOVE 'Z' TO FND-CARD-TYPE
              PERFORM REPORT-FINDING-START THRU REPORT-FINDING-END
           END-IF.
      *
       CHECK-CLASSIF-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * DUPLICATE EDUC CHECK - AN EDUC WHOSE TEXT WAS ALREADY SEEN
      * UNDER THIS PERSON WITH ANOTHER EDUID IS REPORTED, WITH A 'D'
      * CARD FOR THE LATER ONE; THE FIRST EDUID IN KEY SEQUENCE IS
      * THE ONE KEPT. A BLANK TEXT IS NOT COMPARED - THERE IS NOTHING
      * TO SAY THE TWO ENTRIES ARE THE SAME QUALIFICATION.
      *---------------------------------------------------------------
      *
       CHECK-DUPLICATE-EDUC-START.
      *
           IF EDUC-TEXT OF IOAREA-WALK-EDUC = SPACES
              GO TO CHECK-DUPLICATE-EDUC-END
           END-IF.
      *
           MOVE 'N' TO EDUC-TEXT-FOUND-SWITCH.
      *
           PERFORM VARYING ETX-IDX FROM 1 BY 1
                   UNTIL ETX-IDX > EDUC-TEXT-COUNT
              IF ETX-TEXT (ETX-IDX) = EDUC-TEXT OF IOAREA-WALK-EDUC
                 AND ETX-EDUID (ETX-IDX) NOT = EDUID OF IOAREA-WALK-EDUC
                 SET EDUC-TEXT-FOUND TO TRUE
                 MOVE ETX-EDUID (ETX-IDX) TO DPT-EDUID
                 SET ETX-IDX TO EDUC-TEXT-COUNT
              END-IF
           END-PERFORM.
      *
           IF EDUC-TEXT-FOUND
              ADD 1 TO DUPLICATE-EDUC-COUNTER
              MOVE 'M' TO FND-SEVERITY
              MOVE DUPLICATE-TEXT TO FND-TEXT
              MOVE 'D' TO FND-CARD-TYPE
              PERFORM REPORT-FINDING-START THRU REPORT-FINDING-END
              GO TO CHECK-DUPLICATE-EDUC-END
           END-IF.
      *
           IF EDUC-TEXT-COUNT < 200
              ADD 1 TO EDUC-TEXT-COUNT
              MOVE EDUC-TEXT OF IOAREA-WALK-EDUC
                   TO ETX-TEXT (EDUC-TEXT-COUNT)
              MOVE EDUID OF IOAREA-WALK-EDUC
                   TO ETX-EDUID (EDUC-TEXT-COUNT)
           ELSE
              DISPLAY '=> EDUC TEXT TABLE FULL, NOT COMPARED = '
                      CURRENT-SKCLASS ' ' CURRENT-FULNAM ' '
                      EDUID OF IOAREA-WALK-EDUC
           END-IF.
      *
       CHECK-DUPLICATE-EDUC-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * REPORT ONE FINDING : PRINT THE SKILL-CLASS GROUP HEADING THE
      * FIRST TIME THE ROOT HAS ANYTHING TO SHOW, PRINT THE FINDING,
      * COUNT IT BY SEVERITY, AND WRITE ITS CORRECTIVE CARD. A CARD
      * IS WITHHELD WHEN A KEY IT WOULD CARRY FAILED THE KEY CHECK.
      *---------------------------------------------------------------
      *
       REPORT-FINDING-START.
      *
           ADD 1 TO FINDING-COUNTER.
           ADD 1 TO ROOT-FINDING-COUNT.
      *
           EVALUATE TRUE
              WHEN FND-HIGH
                 ADD 1 TO HIGH-COUNTER
                 MOVE 'HIGH  ' TO DTL-SEVERITY
              WHEN FND-MEDIUM
                 ADD 1 TO MEDIUM-COUNTER
                 MOVE 'MEDIUM' TO DTL-SEVERITY
              WHEN OTHER
                 ADD 1 TO LOW-COUNTER
                 MOVE 'LOW   ' TO DTL-SEVERITY
           END-EVALUATE.
      *
           IF FND-CARD-TYPE NOT = SPACE
              IF NOT ROOT-KEY-CLEAN
                 OR (FND-CARD-TYPE NOT = 'K' AND NOT NAME-KEY-CLEAN)
                 MOVE SPACE TO FND-CARD-TYPE
                 ADD 1 TO CARD-WITHHELD-COUNTER
              END-IF
           END-IF.
      *
      *    KEEP A NEW GROUP HEADING AND ITS FIRST FINDING TOGETHER.
           IF CURRENT-SKCLASS NOT = REPORT-SKCLASS
              IF LINE-COUNT + 3 > PAGE-LIMIT
                 PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
              END-IF
              MOVE CURRENT-SKCLASS TO REPORT-SKCLASS
              MOVE CURRENT-SKCLASS TO GRL-SKCLASS
              MOVE SPACES TO GRL-CONTINUED
              DISPLAY ' '
              DISPLAY GROUP-LINE
              ADD 2 TO LINE-COUNT
           END-IF.
      *
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
           END-IF.
      *
           MOVE FND-SEGMENT TO DTL-SEGMENT.
           MOVE CURRENT-FULNAM TO DTL-FULNAM.
           MOVE FND-KEY TO DTL-KEY.
           MOVE FND-TEXT TO DTL-TEXT.
           MOVE FND-CARD-TYPE TO DTL-CARD.
           DISPLAY DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
      *
           IF FND-CARD-TYPE NOT = SPACE
              PERFORM WRITE-CARD-START THRU WRITE-CARD-END
           END-IF.
      *
       REPORT-FINDING-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * WRITE ONE CORRECTIVE CARD FOR THE FINDING IN HAND.
      *---------------------------------------------------------------
      *
       WRITE-CARD-START.
      *
           MOVE SPACES TO CARD-RECORD.
           MOVE FND-CARD-TYPE TO CARD-COL1.
           MOVE CURRENT-SKCLASS TO CARD-KSKILL.
      *
           EVALUATE FND-CARD-TYPE
              WHEN 'M'
                 MOVE CURRENT-FULNAM TO CARD-KNAME
              WHEN 'D'
                 MOVE CURRENT-FULNAM TO CARD-KNAME
                 MOVE FND-KEY TO CARD-MEDUID
              WHEN 'Z'
                 MOVE CURRENT-FULNAM TO CARD-KNAME
                 MOVE FND-KEY TO CARD-KEXPR
           END-EVALUATE.
      *
           WRITE CARD-RECORD.
           ADD 1 TO CARD-WRITE-COUNTER.
      *
       WRITE-CARD-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PAGE HEADING - A GROUP THAT RUNS ONTO A NEW PAGE HAS ITS
      * SKILL CLASS REPEATED AT THE TOP.
      *---------------------------------------------------------------
      *
       PRINT-HEADING-START.
      *
           ADD 1 TO PAGE-NUMBER.
           DISPLAY ' '.
           DISPLAY '   DATA-QUALITY SCAN                 DATE '
                   RUN-DATE '   PAGE ' PAGE-NUMBER.
           DISPLAY ' '.
           DISPLAY '     SEVER.  SEG.   NAME                     '
                   '       KEY                 FINDING           '
                   '                              CARD'.
           DISPLAY '     ------  -----  -------------------------'
                   '-----  ------------------  ------------------'
                   '----------------------------  ----'.
           MOVE ZERO TO LINE-COUNT.
      *
           IF REPORT-SKCLASS NOT = LOW-VALUES
              AND REPORT-SKCLASS = CURRENT-SKCLASS
              MOVE CURRENT-SKCLASS TO GRL-SKCLASS
              MOVE '(CONTINUED)' TO GRL-CONTINUED
              DISPLAY GROUP-LINE
              ADD 1 TO LINE-COUNT
           END-IF.
      *
       PRINT-HEADING-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * GRAND TOTALS - SEGMENTS SCANNED, FINDINGS BY CHECK AND BY
      * SEVERITY, AND THE CORRECTIVE CARDS WRITTEN.
      *---------------------------------------------------------------
      *
       PRINT-GRAND-TOTALS-START.
      *
           IF FINDING-COUNTER = ZERO
              DISPLAY ' '
              DISPLAY '   (NO FINDINGS - EVERY CHECK PASSED)'
           END-IF.
      *
           DISPLAY ' '.
           DISPLAY '   GRAND TOTALS'.
      *
           MOVE 'SEGMENTS SCANNED                  ' TO TOT-LABEL.
           MOVE SEGMENT-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE '   SKILL                          ' TO TOT-LABEL.
           MOVE SKILL-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE '   NAME                           ' TO TOT-LABEL.
           MOVE NAME-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE '   EDUC                           ' TO TOT-LABEL.
           MOVE EDUC-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE '   EXPR                           ' TO TOT-LABEL.
           MOVE EXPR-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           DISPLAY ' '.
      *
           MOVE 'SKILL ROOTS WITH NO NAMES         ' TO TOT-LABEL.
           MOVE EMPTY-ROOT-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'NAMES WITH NO EDUC OR EXPR        ' TO TOT-LABEL.
           MOVE EMPTY-NAME-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CLASSIF NOT ALPHANUMERIC          ' TO TOT-LABEL.
           MOVE CLASSIF-FORMAT-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CLASSIF NOT ON MASTER             ' TO TOT-LABEL.
           MOVE CLASSIF-MASTER-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'BLANK KEY FIELDS                  ' TO TOT-LABEL.
           MOVE BLANK-KEY-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'NON-PRINTABLE KEY FIELDS          ' TO TOT-LABEL.
           MOVE UNPRINTABLE-KEY-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'DUPLICATED EDUC TEXTS             ' TO TOT-LABEL.
           MOVE DUPLICATE-EDUC-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           DISPLAY ' '.
      *
           MOVE 'FINDINGS - HIGH SEVERITY          ' TO TOT-LABEL.
           MOVE HIGH-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'FINDINGS - MEDIUM SEVERITY        ' TO TOT-LABEL.
           MOVE MEDIUM-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'FINDINGS - LOW SEVERITY           ' TO TOT-LABEL.
           MOVE LOW-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'FINDINGS - TOTAL                  ' TO TOT-LABEL.
           MOVE FINDING-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           DISPLAY ' '.
      *
           MOVE 'CORRECTIVE CARDS WRITTEN          ' TO TOT-LABEL.
           MOVE CARD-WRITE-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CARDS WITHHELD (BAD KEY)          ' TO TOT-LABEL.
           MOVE CARD-WITHHELD-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           DISPLAY ' '.
      *
       PRINT-GRAND-TOTALS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOAD THE CLASSIFICATION CODE MASTER INTO ITS TABLE AT
      * START-UP - SAME PATTERN AS COBPROG.
      *---------------------------------------------------------------
      *
       LOAD-CLASS-MASTER-START.
      *
           OPEN INPUT CLASS-MASTER-FILE.
      *
           PERFORM UNTIL CLASS-MASTER-AT-END
              READ CLASS-MASTER-FILE
                 AT END
                    MOVE 'Y' TO CLASS-MASTER-EOF-SWITCH
                 NOT AT END
                    IF CLASS-MASTER-COUNT < 100
                       ADD 1 TO CLASS-MASTER-COUNT
                       MOVE CLAS-CODE
                            TO CMT-CODE (CLASS-MASTER-COUNT)
                       MOVE CLAS-DESC
                            TO CMT-DESC (CLASS-MASTER-COUNT)
                    ELSE
                       DISPLAY '=> CLASS MASTER TABLE FULL, CODE '
                               'DISCARDED = ' CLAS-CODE
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE CLASS-MASTER-FILE.
      *
           DISPLAY '=> CLASSIFICATION CODES LOADED = '
                   CLASS-MASTER-COUNT.
      *
       LOAD-CLASS-MASTER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOOK UP CLASSIF-LOOKUP-CODE IN THE MASTER TABLE. SETS THE
      * VALID SWITCH AND LEAVES THE DESCRIPTION (OR AN UNKNOWN-CODE
      * MARKER) IN CLASSIF-DESCRIPTION - SAME AS COBPROG.
      *---------------------------------------------------------------
      *
       CLASSIF-LOOKUP-START.
      *
           SET CLASSIF-CODE-INVALID TO TRUE.
           MOVE '** UNKNOWN CLASSIF CODE **' TO CLASSIF-DESCRIPTION.
      *
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-MASTER-COUNT
              IF CMT-CODE (CLASS-IDX) = CLASSIF-LOOKUP-CODE
                 SET CLASSIF-CODE-VALID TO TRUE
                 MOVE CMT-DESC (CLASS-IDX) TO CLASSIF-DESCRIPTION
                 SET CLASS-IDX TO CLASS-MASTER-COUNT
              END-IF
           END-PERFORM.
      *
       CLASSIF-LOOKUP-END.
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
                       AND PRM-PROGRAM = 'QUALPROG'
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
