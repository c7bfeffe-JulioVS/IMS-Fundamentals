      ****************************************************************
      * EXCEPTION-FILE REPLAY UTILITY
      * READS A PRIOR RUN'S EXCEPTION DATASET (THE EXCEPTION-RECORD
      * COBPROG WRITES : THE 120-BYTE SYSIN CARD PLUS THE STATUS CODE
      * THAT FAILED IT) AND RESUBMITS EACH CARD AGAINST THE LIVE
      * DATABASE USING THE SAME LAB DISPATCH LOGIC COBPROG USES.
      * AFTER A TRANSIENT PROBLEM (DATABASE UNAVAILABLE, LOCK
      * RESIDUE CAN ITSELF BE FED BACK INTO A LATER REPLAY RUN.
      *
      * DATABASE UPDATES MADE BY A REPLAYED 'U' CARD ARE JOURNALED
      * EXACTLY AS COBPROG JOURNALS ITS OWN - SEE IMSJRNL.CBL - AND
      * CARRY THE OPERATOR ID OFF THE REPLAYED CARD, SO THAT ID IS
      * CHECKED AGAINST THE AUTHORIZATION MASTER AGAIN HERE, THE SAME
      * WAY COBPROG CHECKS IT; A 'U' CARD WITH A BLANK OR UNAUTHORIZED
      * OPERATOR GOES TO THE RESIDUE WITH STATUS 'AU'. MAINTENANCE
      * AND TRANSFER CARDS ARE NEVER REPLAYED, SO A CARD COBPROG
      * REJECTED AS UNAUTHORIZED ('AU') ALWAYS GOES STRAIGHT TO THE
      * RESIDUE.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
              ORGANIZATION IS SEQUENTIAL.
           SELECT CLASS-MASTER-FILE ASSIGN TO CLASMAST
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-MASTER-FILE ASSIGN TO AUTHMAST
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F.
      *
       01 EXCEPTION-IN-RECORD.
          05 EXCIN-SYSIN-INPUT       PIC X(120).
          05 EXCIN-STATUS-CODE       PIC X(02).
      *
      ****************************************************************
           RECORDING MODE IS F.
      *
       01 RESIDUE-RECORD.
          05 RES-SYSIN-INPUT         PIC X(120).
          05 RES-STATUS-CODE         PIC X(02).
      *
      ****************************************************************
          05 JRN-CONC-KEY            PIC X(68).
          05 JRN-BEFORE-IMAGE        PIC X(120).
          05 JRN-AFTER-IMAGE         PIC X(120).
          05 JRN-OPERATOR            PIC X(08).
      *
      ****************************************************************
      * CLASSIFICATION CODE MASTER - SAME RECORD COBPROG READS. A
       01 CLASS-MASTER-RECORD.
          05 CLAS-CODE               PIC X(04).
          05 CLAS-DESC               PIC X(30).
      *
      ****************************************************************
      * OPERATOR AUTHORIZATION MASTER - SAME RECORD COBPROG READS.
      * ONLY THE 'U' CARD UPDATES THE DATABASE ON A REPLAY, AND IT
      * NEEDS EDUC MAINTENANCE AUTHORITY (CARD GROUP 'A') OVER ITS
      * SKILL CLASS, AS IN COBPROG.
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
       WORKING-STORAGE SECTION.
      *
       77 CLASSIF-VALID-SWITCH    PIC X(01)  VALUE 'N'.
          88 CLASSIF-CODE-VALID              VALUE 'Y'.
          88 CLASSIF-CODE-INVALID            VALUE 'N'.
      *
      ****************************************************************
      * IN-MEMORY COPY OF THE OPERATOR AUTHORIZATION MASTER, WITH THE
      * LOOKUP WORK FIELDS - SAME PATTERN AS COBPROG.
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
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
       77 HELD-IMAGE              PIC X(120) VALUE SPACES.
          05 KNAME                PIC X(42).
          05 KEXPR                PIC X(04).
          05 FILLER               PIC X(25).
          05 KOPERATOR            PIC X(08).
          05 FILLER               PIC X(32).
      *
      ****************************************************************
      * DL/I CALL FUNCTIONS
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM LOAD-CLASS-MASTER-START THRU LOAD-CLASS-MASTER-END.
      *
           PERFORM LOAD-AUTH-MASTER-START THRU LOAD-AUTH-MASTER-END.
      *
           PERFORM READ-EXCEPTION-FILE.
      *
                   REPLAY-OK-COUNTER.
           DISPLAY '   TRANSACTIONS FAILED AGAIN  = '
                   REPLAY-FAIL-COUNTER.
           DISPLAY '   UNAUTHORIZED CARDS         = '
                   AUTH-REJECT-COUNTER.
           DISPLAY '   JOURNAL RECORDS WRITTEN    = '
                   JOURNAL-COUNTER.
           DISPLAY '*'.
      *---------------------------------------------------------------
      * SYSIN CARD VALIDATION - SAME RULES AS COBPROG'S
      * VALIDATE-SYSIN-START : KSKILL AND KNAME REQUIRED (KSKILL
      * EXEMPT ON 'F' CARDS), KEXPR CHECKED ON 'C' CARDS ONLY, AND
      * THE OPERATOR ON A 'U' CARD MUST BE AUTHORIZED.
      *---------------------------------------------------------------
      *
       VALIDATE-SYSIN-START.
                 DISPLAY '=> REJECTED, KEXPR IS NOT ALPHANUMERIC'
              END-IF
           END-IF.
      *
           IF SYSIN-INPUT-VALID
              PERFORM AUTHORIZE-CARD-START THRU AUTHORIZE-CARD-END
           END-IF.
      *
       VALIDATE-SYSIN-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * OPERATOR AUTHORIZATION - THE 'U' CARD INSERTS, REPLACES AND
      * DELETES AN EDUC, SO KOPERATOR MUST HOLD EDUC MAINTENANCE
      * AUTHORITY (CARD GROUP 'A') OVER KSKILL ON THE AUTHORIZATION
      * MASTER, SAME AS COBPROG'S AUTHORIZE-CARD-START. INQUIRY CARDS
      * ARE NOT CHECKED. AN UNAUTHORIZED CARD IS MARKED INVALID AND
      * GOES TO THE RESIDUE WITH THE PSEUDO STATUS CODE 'AU'.
      *---------------------------------------------------------------
      *
       AUTHORIZE-CARD-START.
      *
           IF COL1 OF SYSIN-INPUT NOT = 'U'
              GO TO AUTHORIZE-CARD-END
           END-IF.
      *
           MOVE 'A' TO AUTH-CARD-GROUP-WORK.
      *
           IF KOPERATOR OF SYSIN-INPUT = SPACES
              SET OPERATOR-NOT-AUTHORIZED TO TRUE
              DISPLAY '=> REJECTED, OPERATOR ID IS BLANK'
           ELSE
              MOVE KSKILL OF SYSIN-INPUT TO AUTH-LOOKUP-SKCLASS
              PERFORM AUTH-LOOKUP-START THRU AUTH-LOOKUP-END
              IF OPERATOR-NOT-AUTHORIZED
                 DISPLAY '=> REJECTED, OPERATOR ' KOPERATOR
                         ' NOT AUTHORIZED FOR CARD ' COL1
                         ' ON SKILL ' AUTH-LOOKUP-SKCLASS
              END-IF
           END-IF.
      *
           IF OPERATOR-NOT-AUTHORIZED
              SET SYSIN-INPUT-INVALID TO TRUE
              ADD 1 TO AUTH-REJECT-COUNTER
              MOVE 'AU' TO FAIL-STATUS-CODE
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
      * REPLAY FAILURE - REMEMBER THE NEW STATUS CODE FOR THE RESIDUE
                TO JRN-CONC-KEY.
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE JOURNAL-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE KOPERATOR OF SYSIN-INPUT TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JOURNAL-COUNTER.
      *
           EXIT.
      *
      *---------------------------------------------------------------
      * LOAD THE OPERATOR AUTHORIZATION MASTER INTO ITS TABLE AT
      * START-UP - SAME PATTERN AS COBPROG.
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
      * LOOK UP CLASSIF-LOOKUP-CODE IN THE MASTER TABLE AND SET THE
      * VALID SWITCH.
      *---------------------------------------------------------------
