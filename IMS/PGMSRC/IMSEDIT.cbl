      *      EDUID/CLASSIF UNDER THE SAME SKILL/NAME WOULD ONLY BURN
      *      AN ISRT INTO AN 'II' STATUS CODE.
      *   3. UNKNOWN RECORD TYPES - CAUGHT HERE INSTEAD OF MID-LOAD.
      *   4. CERTIFICATION DATES ON A 'D' RECORD - THE COMPLETION
      *      AND EXPIRY DATES AT THE END OF THE EDUC DATA MUST EACH
      *      BE BLANK OR A REAL YYYYMMDD DATE, AND THE EXPIRY MAY
      *      NOT BE BEFORE THE COMPLETION - LOADPROG WOULD REFUSE
      *      THE RECORD ANYWAY.
      *
      * EVERY REJECT CARRIES A TWO-BYTE REASON CODE :
      *   'SQ' = OUT OF SEQUENCE      'DK' = DUPLICATE KEY
      *   'UT' = UNKNOWN RECORD TYPE  'DT' = BAD CERTIFICATION DATE
      *
      * A REJECTED DUPLICATE 'S' OR 'N' STILL SETS THE CURRENT
      * SKILL/NAME CONTEXT - ITS CHILDREN CARRY THE SAME KEYS AS THE
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
             10 LOAD-SKILL-DATA   PIC X(82).
          05 LOAD-EDUC-DETAIL REDEFINES LOAD-NAME-DETAIL.
             10 LOAD-EDUID        PIC X(18).
             10 LOAD-EDUC-DATA.
                15 LOAD-EDUC-TEXT PIC X(41).
                15 LOAD-EDUC-COMPLETE-DATE
                                  PIC X(08).
                15 LOAD-EDUC-EXPIRY-DATE
                                  PIC X(08).
          05 LOAD-EXPR-DETAIL REDEFINES LOAD-NAME-DETAIL.
             10 LOAD-CLASSIF      PIC X(04).
             10 LOAD-EXPR-DATA    PIC X(16).
          05 FILLER               PIC X(01).
          05 PRM-VALUE            PIC X(08).
          05 FILLER               PIC X(42).
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
       77 SEQ-REJECT-COUNTER      PIC 9(05)  VALUE ZERO.
       77 DUP-REJECT-COUNTER      PIC 9(05)  VALUE ZERO.
       77 TYPE-REJECT-COUNTER     PIC 9(05)  VALUE ZERO.
       77 DATE-REJECT-COUNTER     PIC 9(05)  VALUE ZERO.
      *
      * SEQUENCE CONTEXT - THE SKILL/NAME THE RECORD IN HAND WOULD
      * LOAD UNDER, MIRRORING LOADPROG'S CURRENT-SKILL/CURRENT-NAME.
      *
       77 DUP-MATCH-SWITCH        PIC X(01)  VALUE 'N'.
          88 DUP-KEY-FOUND                   VALUE 'Y'.
      *
      ****************************************************************
      * CERTIFICATION DATE VALIDATION WORK AREAS - SAME CHECKS AS
      * COBPROG'S VALIDATE-EDUC-DATES-START.
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
      *
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
      *
       77 HASH-SUB                PIC 9(02)  VALUE ZERO.
       77 HASH-KEY-LENGTH         PIC 9(02)  VALUE ZERO.
       77 HASH-KEY-AREA           PIC X(42)  VALUE SPACES.
      *
      ****************************************************************
      * BATCH-CYCLE CONTROL - SEE THE CYCLE-CONTROL-FILE FD. THIS
      * PROGRAM IS STEP 1 OF THE NIGHTLY CHAIN; THE CHAIN TABLE
      * NAMES EVERY STEP IN RUN ORDER AND THE STATE TABLE HOLDS EACH
      * STEP'S STATE IN THE CYCLE BEING CHECKED.
      ****************************************************************
      *
       77 CYCLE-STEP-NO           PIC 9(01)  VALUE 1.
       77 CYCLE-STEP-PROGRAM      PIC X(08)  VALUE 'EDITPROG'.
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
       PROCEDURE DIVISION.
      *
      *
           PERFORM LOAD-RUN-PARMS-START THRU LOAD-RUN-PARMS-END.
      *
      *    THIS IS THE FIRST STEP OF THE NIGHTLY CHAIN - IT OPENS THE
      *    CYCLE, AND MAY NOT RUN TWICE IN ONE.
           PERFORM CYCLE-CHECK-START THRU CYCLE-CHECK-END.
      *
           IF CYCLE-RUN-REFUSED
              GOBACK
           END-IF.
      *
      *    BALANCE THE RAW FILE AGAINST ITS TRAILER BEFORE A SINGLE
      *    RECORD IS EDITED - A FILE THAT DOES NOT BALANCE REFUSES
      *    THE WHOLE RUN.
           PERFORM VERIFY-LOAD-FILE-START THRU VERIFY-LOAD-FILE-END.
      *
           IF VFY-FAILED
              MOVE 'F' TO CYCLE-EVENT-WORK
              MOVE 'LOAD FILE DOES NOT BALANCE' TO CYCLE-REASON-WORK
              PERFORM CYCLE-WRITE-EVENT-START THRU CYCLE-WRITE-EVENT-END
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   THE RAW LOAD FILE IS MISSING ITS CONTROL'
                   DUP-REJECT-COUNTER.
           DISPLAY '      UNKNOWN TYPE    (UT)  = '
                   TYPE-REJECT-COUNTER.
           DISPLAY '      BAD CERT DATE   (DT)  = '
                   DATE-REJECT-COUNTER.
           DISPLAY '*'.
      *
           MOVE 'C' TO CYCLE-EVENT-WORK.
           MOVE SPACES TO CYCLE-REASON-WORK.
           PERFORM CYCLE-WRITE-EVENT-START THRU CYCLE-WRITE-EVENT-END.
      *
           GOBACK.
      *
      *
      *---------------------------------------------------------------
      * 'D' OR 'X' RECORD - MUST SIT UNDER AN 'N'; DUPLICATE
      * EDUID/CLASSIF UNDER THE SAME SKILL/NAME IS A REJECT. A 'D'
      * RECORD'S CERTIFICATION DATES ARE CHECKED BEFORE ITS KEY IS
      * REMEMBERED, SO A CORRECTED COPY LATER IN THE FILE IS NOT
      * TAKEN FOR A DUPLICATE.
      *---------------------------------------------------------------
      *
       EDIT-DETAIL-START.
              ADD 1 TO SEQ-REJECT-COUNTER
              GO TO EDIT-DETAIL-END
           END-IF.
      *
           IF LOAD-REC-TYPE = 'D'
              MOVE LOAD-EDUC-COMPLETE-DATE TO EDUC-COMPLETE-WORK
              MOVE LOAD-EDUC-EXPIRY-DATE TO EDUC-EXPIRY-WORK
              PERFORM VALIDATE-EDUC-DATES-START THRU
                      VALIDATE-EDUC-DATES-END
              IF EDUC-DATES-INVALID
                 MOVE 'DT' TO REJECT-REASON
                 ADD 1 TO DATE-REJECT-COUNTER
                 GO TO EDIT-DETAIL-END
              END-IF
           END-IF.
      *
           MOVE CURRENT-SKILL TO DSK-SKCLASS.
           MOVE CURRENT-NAME TO DSK-FULNAM.
           EXIT.
      *
      *---------------------------------------------------------------
      * VALIDATE THE 'D' RECORD'S COMPLETION/EXPIRY DATE PAIR IN
      * EDUC-COMPLETE-WORK AND EDUC-EXPIRY-WORK. EACH DATE MAY BE
      * BLANK; A DATE THAT IS GIVEN MUST BE A REAL CALENDAR DATE, AND
      * WHEN BOTH ARE GIVEN THE EXPIRY MAY NOT BE BEFORE THE
      * COMPLETION.
      *---------------------------------------------------------------
      *
       VALIDATE-EDUC-DATES-START.
      *
           SET EDUC-DATES-VALID TO TRUE.
      *
           IF EDUC-COMPLETE-WORK NOT = SPACES
              MOVE EDUC-COMPLETE-WORK TO DATE-CHECK-X
              PERFORM CHECK-DATE-START THRU CHECK-DATE-END
              IF DATE-CHECK-INVALID
                 SET EDUC-DATES-INVALID TO TRUE
                 GO TO VALIDATE-EDUC-DATES-END
              END-IF
           END-IF.
      *
           IF EDUC-EXPIRY-WORK NOT = SPACES
              MOVE EDUC-EXPIRY-WORK TO DATE-CHECK-X
              PERFORM CHECK-DATE-START THRU CHECK-DATE-END
              IF DATE-CHECK-INVALID
                 SET EDUC-DATES-INVALID TO TRUE
                 GO TO VALIDATE-EDUC-DATES-END
              END-IF
           END-IF.
      *
           IF EDUC-COMPLETE-WORK NOT = SPACES
              AND EDUC-EXPIRY-WORK NOT = SPACES
              AND EDUC-EXPIRY-WORK < EDUC-COMPLETE-WORK
              SET EDUC-DATES-INVALID TO TRUE
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
      * TALLY THE RECORD JUST PASSED TO THE CLEAN FILE - COUNT IT
      * UNDER ITS TYPE AND FOLD ITS KEY INTO THE CLEAN-FILE HASH.
      *---------------------------------------------------------------
      *
       APPLY-RUN-PARM-END.
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
