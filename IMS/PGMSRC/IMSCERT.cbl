       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTPROG.
      *
      ****************************************************************
      * EXPIRING-CERTIFICATIONS NOTICE REPORT
      * MONTHLY RUN FOR COMPLIANCE. LISTS EVERY EDUC WHOSE
      * CERTIFICATION HAS ALREADY EXPIRED, OR WILL EXPIRE WITHIN THE
      * RENEWAL WINDOW (EXPIRY-WINDOW-DAYS ON THE RUNPARM DATASET,
      * 60 DAYS IF NOT GIVEN), GROUPED BY SKILL CLASS AND PERSON.
      *
      * THE DATABASE IS SWEPT ONCE, THE SAME UNQUALIFIED GU/GN WALK
      * IMSSTAT.CBL USES. HIERARCHIC SEQUENCE ALREADY BRINGS THE
      * EDUC SEGMENTS OUT ROOT BY ROOT AND PERSON BY PERSON, SO THE
      * GROUP HEADINGS ARE PRINTED AS THE FIRST QUALIFYING EDUC OF
      * EACH ROOT AND EACH PERSON COMES UP. AN EDUC WITH NO EXPIRY
      * DATE, OR WITH OLD FREE TEXT WHERE THE DATES NOW LIVE, IS NOT
      * A CERTIFICATION THAT CAN LAPSE AND IS ONLY COUNTED.
      *
      * ALONGSIDE THE REPORT, ONE NOTICE RECORD PER EXPIRED OR
      * EXPIRING CERTIFICATION IS WRITTEN TO CERTNOTE FOR THE
      * MAIL-MERGE. A PERSON FILED UNDER SEVERAL ROOTS (SEE
      * IMSDUPE.CBL) CARRYING THE SAME EDUID UNDER EACH IS LISTED
      * UNDER EVERY ROOT ON THE REPORT BUT SENT ONE NOTICE ONLY.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO CERTNOTE
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * NOTICE FILE - ONE FIXED 160-BYTE RECORD PER CERTIFICATION TO
      * CHASE, NO CONTROL RECORDS (THE MAIL-MERGE READS EVERY RECORD
      * AS A LETTER). NOT-STATUS IS 'EXPIRED ' FOR A CERTIFICATION
      * ALREADY PAST ITS EXPIRY DATE AND 'EXPIRING' FOR ONE DUE
      * INSIDE THE WINDOW; NOT-DAYS IS THE DAYS OVERDUE OR THE DAYS
      * LEFT ACCORDINGLY.
      ****************************************************************
      *
       FD  NOTICE-FILE
           RECORDING MODE IS F.
      *
       01 NOTICE-RECORD.
          05 NOT-RUN-DATE            PIC X(08).
          05 NOT-FULNAM              PIC X(42).
          05 NOT-SKCLASS             PIC X(08).
          05 NOT-EDUID               PIC X(18).
          05 NOT-EDUC-TEXT           PIC X(41).
          05 NOT-COMPLETE-DATE       PIC X(08).
          05 NOT-EXPIRY-DATE         PIC X(08).
          05 NOT-STATUS              PIC X(08).
          05 NOT-DAYS                PIC 9(05).
          05 FILLER                  PIC X(14).
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
       77 RUN-DATE-INTEGER        PIC 9(07)  VALUE ZERO.
       77 WINDOW-END-DATE         PIC 9(08)  VALUE ZERO.
       77 EXPIRY-DATE-INTEGER     PIC 9(07)  VALUE ZERO.
       77 DAYS-TO-EXPIRY          PIC S9(07) VALUE ZERO.
      *
      * KEYS OF THE SKILL ROOT AND NAME WHOSE DEPENDENTS THE SWEEP IS
      * CURRENTLY PASSING THROUGH, AND WHETHER THEIR GROUP HEADINGS
      * HAVE GONE OUT ON THE CURRENT PAGE YET.
       77 CURRENT-SKCLASS         PIC X(08)  VALUE SPACES.
       77 CURRENT-FULNAM          PIC X(42)  VALUE SPACES.
       77 SKILL-HEADED-SWITCH     PIC X(01)  VALUE 'N'.
          88 SKILL-HEADED                    VALUE 'Y'.
       77 PERSON-HEADED-SWITCH    PIC X(01)  VALUE 'N'.
          88 PERSON-HEADED                   VALUE 'Y'.
      *
      * WHETHER THE SKILL ROOT AND NAME IN HAND HAVE BEEN COUNTED IN
      * THE GROUP TOTALS YET. A PAGE BREAK RE-ARMS THE HEADINGS BUT
      * NOT THESE - A GROUP THAT SPANS PAGES IS STILL COUNTED ONCE.
       77 SKILL-COUNTED-SWITCH    PIC X(01)  VALUE 'N'.
          88 SKILL-COUNTED                   VALUE 'Y'.
       77 PERSON-COUNTED-SWITCH   PIC X(01)  VALUE 'N'.
          88 PERSON-COUNTED                  VALUE 'Y'.
      *
       77 SEGMENT-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 EDUC-READ-COUNTER       PIC 9(05)  VALUE ZERO.
       77 NO-EXPIRY-COUNTER       PIC 9(05)  VALUE ZERO.
       77 CURRENT-CERT-COUNTER    PIC 9(05)  VALUE ZERO.
       77 EXPIRED-COUNTER         PIC 9(05)  VALUE ZERO.
       77 EXPIRING-COUNTER        PIC 9(05)  VALUE ZERO.
       77 SKILL-GROUP-COUNTER     PIC 9(05)  VALUE ZERO.
       77 PERSON-GROUP-COUNTER    PIC 9(05)  VALUE ZERO.
       77 NOTICE-COUNTER          PIC 9(05)  VALUE ZERO.
       77 NOTICE-DUP-COUNTER      PIC 9(05)  VALUE ZERO.
      *
      ****************************************************************
      * EXPIRY-WINDOW-DAYS AND PAGE-LIMIT ARE DEFAULTS, NOT
      * CONSTANTS - THE RUNPARM DATASET OVERRIDES THEM AT START-UP
      * (SEE LOAD-RUN-PARMS-START).
      ****************************************************************
      *
       77 EXPIRY-WINDOW-DAYS      PIC 9(03)  VALUE 60.
      *
       77 PAGE-NUMBER             PIC 9(03)  VALUE ZERO.
       77 LINE-COUNT              PIC 9(02)  VALUE 99.
       77 PAGE-LIMIT              PIC 9(02)  VALUE 50.
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
      * EXPIRY DATE VALIDATION WORK AREAS - SAME CALENDAR CHECK AS
      * COBPROG'S CHECK-DATE-START.
      ****************************************************************
      *
       01 DATE-CHECK-AREA.
          05 DATE-CHECK-YYYY      PIC 9(04).
          05 DATE-CHECK-MM        PIC 9(02).
          05 DATE-CHECK-DD        PIC 9(02).
       01 DATE-CHECK-X REDEFINES DATE-CHECK-AREA
                                  PIC X(08).
       01 DATE-CHECK-NUM REDEFINES DATE-CHECK-AREA
                                  PIC 9(08).
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
      * NOTICES ALREADY WRITTEN - ONE ENTRY PER PERSON/EDUID SO A
      * PERSON FILED UNDER SEVERAL ROOTS GETS ONE LETTER PER
      * CERTIFICATION. A FULL TABLE STOPS THE DUPLICATE CHECK (THE
      * NOTICE IS STILL WRITTEN), WITH A WARNING.
      ****************************************************************
      *
       77 NOTICE-SENT-COUNT       PIC 9(04)  VALUE ZERO.
      *
       01 NOTICE-SENT-TABLE.
          05 NOTICE-SENT-ENTRY OCCURS 3000 TIMES
                               INDEXED BY NOTICE-IDX.
             10 NST-FULNAM         PIC X(42).
             10 NST-EDUID          PIC X(18).
      *
       77 NOTICE-SENT-SWITCH      PIC X(01)  VALUE 'N'.
          88 NOTICE-ALREADY-SENT             VALUE 'Y'.
      *
      ****************************************************************
      * REPORT LINES
      ****************************************************************
      *
       01 SKILL-GROUP-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 FILLER               PIC X(14)  VALUE 'SKILL CLASS : '.
          05 SGL-SKCLASS          PIC X(08).
      *
       01 PERSON-GROUP-LINE.
          05 FILLER               PIC X(06)  VALUE SPACES.
          05 FILLER               PIC X(09)  VALUE 'PERSON : '.
          05 PGL-FULNAM           PIC X(42).
      *
       01 CERT-DETAIL-LINE.
          05 FILLER               PIC X(09)  VALUE SPACES.
          05 CDL-EDUID            PIC X(18).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 CDL-COMPLETE-DATE    PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 CDL-EXPIRY-DATE      PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 CDL-STATUS           PIC X(08).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 CDL-DAYS             PIC ZZZZ9.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 CDL-EDUC-TEXT        PIC X(41).
      *
       01 TOTAL-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 TOT-LABEL            PIC X(30).
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
      * PATTERN AS IMSUNLD.CBL. THE LAST 16 BYTES OF THE EDUC DATA
      * ARE THE CERTIFICATION COMPLETION AND EXPIRY DATES.
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
      *    THE WINDOW RUNS FROM TODAY TO TODAY PLUS EXPIRY-WINDOW-DAYS
      *    INCLUSIVE; ANYTHING EXPIRING BEFORE TODAY HAS EXPIRED.
           COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE).
           COMPUTE WINDOW-END-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (RUN-DATE-INTEGER + EXPIRY-WINDOW-DAYS).
      *
           OPEN OUTPUT NOTICE-FILE.
      *
      *    UNQUALIFIED GU - POSITION ON THE VERY FIRST ROOT.
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-WALK.
      *
           PERFORM UNTIL STATUS-CODE OF SKILL-PCB = 'GA' OR = 'GB'
              IF STATUS-CODE OF SKILL-PCB NOT = '  '
                 DISPLAY '=> SWEEP STOPPED, STATUS-CODE = '
                         STATUS-CODE OF SKILL-PCB
                 EXIT PERFORM
              END-IF
              PERFORM EXAMINE-SEGMENT-START THRU EXAMINE-SEGMENT-END
      *       UNQUALIFIED GN - NEXT SEGMENT IN HIERARCHIC SEQUENCE,
      *       WHETHER IT IS A SIBLING, A DEPENDENT OR THE NEXT ROOT.
              CALL 'CBLTDLI' USING GN,
                                   SKILL-PCB,
                                   IOAREA-WALK
           END-PERFORM.
      *
           CLOSE NOTICE-FILE.
      *
           IF EXPIRED-COUNTER + EXPIRING-COUNTER = ZERO
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
              DISPLAY '   (NO CERTIFICATION EXPIRED OR DUE TO EXPIRE)'
           END-IF.
      *
           PERFORM PRINT-GRAND-TOTALS-START THRU
                   PRINT-GRAND-TOTALS-END.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * LOOK AT THE SEGMENT JUST RETRIEVED. SKILL AND NAME SEGMENTS
      * ONLY MOVE THE SWEEP'S POSITION ON (AND RE-ARM THEIR GROUP
      * HEADINGS); AN EDUC IS TESTED AGAINST THE WINDOW.
      *---------------------------------------------------------------
      *
       EXAMINE-SEGMENT-START.
      *
           ADD 1 TO SEGMENT-READ-COUNTER.
      *
           EVALUATE SEGMENT-NAME OF SKILL-PCB
              WHEN 'SKILL   '
                 MOVE SKCLASS OF IOAREA-WALK-SKILL TO CURRENT-SKCLASS
                 MOVE SPACES TO CURRENT-FULNAM
                 MOVE 'N' TO SKILL-HEADED-SWITCH
                 MOVE 'N' TO PERSON-HEADED-SWITCH
                 MOVE 'N' TO SKILL-COUNTED-SWITCH
                 MOVE 'N' TO PERSON-COUNTED-SWITCH
              WHEN 'NAME    '
                 MOVE FULNAM OF IOAREA-WALK-NAME TO CURRENT-FULNAM
                 MOVE 'N' TO PERSON-HEADED-SWITCH
                 MOVE 'N' TO PERSON-COUNTED-SWITCH
              WHEN 'EDUC    '
                 ADD 1 TO EDUC-READ-COUNTER
                 PERFORM EXAMINE-CERT-START THRU EXAMINE-CERT-END
              WHEN 'EXPR    '
                 CONTINUE
              WHEN OTHER
                 DISPLAY '=> UNKNOWN SEGMENT TYPE ENCOUNTERED = '
                         SEGMENT-NAME OF SKILL-PCB
           END-EVALUATE.
      *
       EXAMINE-SEGMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * TEST ONE EDUC. NO EXPIRY DATE (OR NOT A REAL DATE) - COUNT IT
      * AND MOVE ON. EXPIRY AFTER THE WINDOW - STILL CURRENT. OTHER-
      * WISE REPORT IT UNDER ITS SKILL AND PERSON AND WRITE A NOTICE.
      *---------------------------------------------------------------
      *
       EXAMINE-CERT-START.
      *
           IF EDUC-EXPIRY-DATE OF IOAREA-WALK-EDUC = SPACES
              ADD 1 TO NO-EXPIRY-COUNTER
              GO TO EXAMINE-CERT-END
           END-IF.
      *
           MOVE EDUC-EXPIRY-DATE OF IOAREA-WALK-EDUC TO DATE-CHECK-X.
           PERFORM CHECK-DATE-START THRU CHECK-DATE-END.
           IF DATE-CHECK-INVALID
              ADD 1 TO NO-EXPIRY-COUNTER
              GO TO EXAMINE-CERT-END
           END-IF.
      *
           IF DATE-CHECK-NUM > WINDOW-END-DATE
              ADD 1 TO CURRENT-CERT-COUNTER
              GO TO EXAMINE-CERT-END
           END-IF.
      *
           COMPUTE EXPIRY-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DATE-CHECK-NUM).
           COMPUTE DAYS-TO-EXPIRY =
                   EXPIRY-DATE-INTEGER - RUN-DATE-INTEGER.
      *
           IF DAYS-TO-EXPIRY < ZERO
              ADD 1 TO EXPIRED-COUNTER
              MOVE 'EXPIRED ' TO CDL-STATUS
              COMPUTE CDL-DAYS = ZERO - DAYS-TO-EXPIRY
           ELSE
              ADD 1 TO EXPIRING-COUNTER
              MOVE 'EXPIRING' TO CDL-STATUS
              MOVE DAYS-TO-EXPIRY TO CDL-DAYS
           END-IF.
      *
      *    KEEP THE GROUP HEADINGS AND THE FIRST DETAIL TOGETHER.
           IF LINE-COUNT + 3 > PAGE-LIMIT
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
           END-IF.
      *
           IF NOT SKILL-HEADED
              MOVE CURRENT-SKCLASS TO SGL-SKCLASS
              DISPLAY ' '
              DISPLAY SKILL-GROUP-LINE
              ADD 2 TO LINE-COUNT
              MOVE 'Y' TO SKILL-HEADED-SWITCH
           END-IF.
      *
           IF NOT SKILL-COUNTED
              ADD 1 TO SKILL-GROUP-COUNTER
              MOVE 'Y' TO SKILL-COUNTED-SWITCH
           END-IF.
      *
           IF NOT PERSON-HEADED
              MOVE CURRENT-FULNAM TO PGL-FULNAM
              DISPLAY PERSON-GROUP-LINE
              ADD 1 TO LINE-COUNT
              MOVE 'Y' TO PERSON-HEADED-SWITCH
           END-IF.
      *
           IF NOT PERSON-COUNTED
              ADD 1 TO PERSON-GROUP-COUNTER
              MOVE 'Y' TO PERSON-COUNTED-SWITCH
           END-IF.
      *
           MOVE EDUID OF IOAREA-WALK-EDUC TO CDL-EDUID.
           MOVE EDUC-COMPLETE-DATE OF IOAREA-WALK-EDUC
                TO CDL-COMPLETE-DATE.
           MOVE EDUC-EXPIRY-DATE OF IOAREA-WALK-EDUC TO CDL-EXPIRY-DATE.
           MOVE EDUC-TEXT OF IOAREA-WALK-EDUC TO CDL-EDUC-TEXT.
           DISPLAY CERT-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
      *
           PERFORM WRITE-NOTICE-START THRU WRITE-NOTICE-END.
      *
       EXAMINE-CERT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * WRITE THE MAIL-MERGE NOTICE FOR THE CERTIFICATION IN HAND,
      * UNLESS THE SAME PERSON ALREADY HAD ONE FOR THIS EDUID UNDER
      * AN EARLIER ROOT.
      *---------------------------------------------------------------
      *
       WRITE-NOTICE-START.
      *
           MOVE 'N' TO NOTICE-SENT-SWITCH.
           PERFORM VARYING NOTICE-IDX FROM 1 BY 1
                   UNTIL NOTICE-IDX > NOTICE-SENT-COUNT
              IF NST-FULNAM (NOTICE-IDX) = CURRENT-FULNAM
                 AND NST-EDUID (NOTICE-IDX) = EDUID OF IOAREA-WALK-EDUC
                 SET NOTICE-ALREADY-SENT TO TRUE
                 SET NOTICE-IDX TO NOTICE-SENT-COUNT
              END-IF
           END-PERFORM.
      *
           IF NOTICE-ALREADY-SENT
              ADD 1 TO NOTICE-DUP-COUNTER
              GO TO WRITE-NOTICE-END
           END-IF.
      *
           IF NOTICE-SENT-COUNT < 3000
              ADD 1 TO NOTICE-SENT-COUNT
              MOVE CURRENT-FULNAM TO NST-FULNAM (NOTICE-SENT-COUNT)
              MOVE EDUID OF IOAREA-WALK-EDUC
                   TO NST-EDUID (NOTICE-SENT-COUNT)
           ELSE
              DISPLAY '=> NOTICE TABLE FULL, DUPLICATE CHECK '
                      'BYPASSED FOR ' CURRENT-FULNAM
           END-IF.
      *
           MOVE SPACES TO NOTICE-RECORD.
           MOVE RUN-DATE TO NOT-RUN-DATE.
           MOVE CURRENT-FULNAM TO NOT-FULNAM.
           MOVE CURRENT-SKCLASS TO NOT-SKCLASS.
           MOVE EDUID OF IOAREA-WALK-EDUC TO NOT-EDUID.
           MOVE EDUC-TEXT OF IOAREA-WALK-EDUC TO NOT-EDUC-TEXT.
           MOVE EDUC-COMPLETE-DATE OF IOAREA-WALK-EDUC
                TO NOT-COMPLETE-DATE.
           MOVE EDUC-EXPIRY-DATE OF IOAREA-WALK-EDUC TO NOT-EXPIRY-DATE.
           MOVE CDL-STATUS TO NOT-STATUS.
           IF DAYS-TO-EXPIRY < ZERO
              COMPUTE NOT-DAYS = ZERO - DAYS-TO-EXPIRY
           ELSE
              MOVE DAYS-TO-EXPIRY TO NOT-DAYS
           END-IF.
           WRITE NOTICE-RECORD.
           ADD 1 TO NOTICE-COUNTER.
      *
       WRITE-NOTICE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PAGE HEADING. THE GROUP HEADINGS ARE RE-ARMED SO A PAGE
      * NEVER OPENS ON A DETAIL LINE WITHOUT ITS SKILL AND PERSON.
      *---------------------------------------------------------------
      *
       PRINT-HEADING-START.
      *
           ADD 1 TO PAGE-NUMBER.
           DISPLAY ' '.
           DISPLAY '   EXPIRED AND EXPIRING CERTIFICATIONS   DATE '
                   RUN-DATE '   PAGE ' PAGE-NUMBER.
           DISPLAY '   RENEWAL WINDOW ENDS ' WINDOW-END-DATE
                   ' (' EXPIRY-WINDOW-DAYS ' DAYS)'.
           DISPLAY ' '.
           DISPLAY '         EDUID               COMPLETED  EXPIRES'
                   '   STATUS    DAYS  DESCRIPTION'.
           DISPLAY '         ------------------  --------  --------'
                   '  -------- -----  ----------------------------'.
           MOVE ZERO TO LINE-COUNT.
           MOVE 'N' TO SKILL-HEADED-SWITCH.
           MOVE 'N' TO PERSON-HEADED-SWITCH.
      *
       PRINT-HEADING-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * GRAND TOTALS.
      *---------------------------------------------------------------
      *
       PRINT-GRAND-TOTALS-START.
      *
           DISPLAY ' '.
           DISPLAY '   GRAND TOTALS'.
      *
           MOVE 'SEGMENTS SWEPT                ' TO TOT-LABEL.
           MOVE SEGMENT-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'EDUC SEGMENTS EXAMINED        ' TO TOT-LABEL.
           MOVE EDUC-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'WITH NO VALID EXPIRY DATE     ' TO TOT-LABEL.
           MOVE NO-EXPIRY-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CURRENT BEYOND THE WINDOW     ' TO TOT-LABEL.
           MOVE CURRENT-CERT-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'ALREADY EXPIRED               ' TO TOT-LABEL.
           MOVE EXPIRED-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'EXPIRING INSIDE THE WINDOW    ' TO TOT-LABEL.
           MOVE EXPIRING-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'SKILL CLASSES LISTED          ' TO TOT-LABEL.
           MOVE SKILL-GROUP-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'NOTICES WRITTEN               ' TO TOT-LABEL.
           MOVE NOTICE-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'DUPLICATE NOTICES SUPPRESSED  ' TO TOT-LABEL.
           MOVE NOTICE-DUP-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           DISPLAY ' '.
      *
       PRINT-GRAND-TOTALS-END.
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
                       AND PRM-PROGRAM = 'CERTPROG'
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
           DISPLAY '   EXPIRY-WINDOW-DAYS    = ' EXPIRY-WINDOW-DAYS.
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
              WHEN 'EXPIRY-WINDOW-DAYS  '
                 IF RUN-PARM-VALUE-NUM > 999
                    ADD 1 TO RUN-PARM-REJECT-COUNTER
                    DISPLAY '=> RUN PARM REJECTED, VALUE TOO '
                            'LARGE = ' PRM-KEYWORD ' ' PRM-VALUE
                 ELSE
                    MOVE RUN-PARM-VALUE-NUM TO EXPIRY-WINDOW-DAYS
                 END-IF
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
