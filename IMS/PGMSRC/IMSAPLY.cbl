              ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO APLYEXC
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-CARD-FILE ASSIGN TO CYCLCARD
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       01 EXCEPTION-RECORD.
          05 EXC-CHANGE-RECORD       PIC X(241).
          05 EXC-STATUS-CODE         PIC X(02).
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
          05 QUAL-OPERATOR         PIC X(02)  VALUE '= '.
          05 QUAL-VALUE            PIC X(18).
          05 QUAL-END              PIC X(01)  VALUE ')'.
      *
      ****************************************************************
      * BATCH-CYCLE CONTROL - SEE THE CYCLE-CONTROL-FILE FD. THIS
      * PROGRAM IS STEP 6 OF THE NIGHTLY CHAIN; THE CHAIN TABLE
      * NAMES EVERY STEP IN RUN ORDER AND THE STATE TABLE HOLDS EACH
      * STEP'S STATE IN THE CYCLE BEING CHECKED.
      ****************************************************************
      *
       77 CYCLE-STEP-NO           PIC 9(01)  VALUE 6.
       77 CYCLE-STEP-PROGRAM      PIC X(08)  VALUE 'APLYPROG'.
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
       MAINLINE-START.
      *
      *    THE DELTA STEP MUST HAVE COMPLETED IN THIS CYCLE.
           PERFORM CYCLE-CHECK-START THRU CYCLE-CHECK-END.
      *
           IF CYCLE-RUN-REFUSED
              GOBACK
           END-IF.
      *
      *    BALANCE THE CHANGE FILE AGAINST ITS TRAILER BEFORE A
      *    SINGLE CHANGE IS APPLIED - A FILE THAT DOES NOT BALANCE
      *    REFUSES THE WHOLE RUN.
                   VERIFY-CHANGE-FILE-END.
      *
           IF VFY-FAILED
              MOVE 'F' TO CYCLE-EVENT-WORK
              MOVE 'CHANGE FILE DOES NOT BALANCE' TO CYCLE-REASON-WORK
              PERFORM CYCLE-WRITE-EVENT-START THRU CYCLE-WRITE-EVENT-END
              DISPLAY '*'
              DISPLAY '****** RUN REFUSED ************************'
              DISPLAY '   THE CHANGE FILE IS MISSING ITS CONTROL'
                 EXCEPTION-FILE.
      *
           PERFORM APPLY-SUMMARY-START THRU APPLY-SUMMARY-END.
      *
           MOVE 'C' TO CYCLE-EVENT-WORK.
           MOVE SPACES TO CYCLE-REASON-WORK.
           PERFORM CYCLE-WRITE-EVENT-START THRU CYCLE-WRITE-EVENT-END.
      *
           GOBACK.
      *
      *
       ACCUMULATE-KEY-HASH-END.
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
