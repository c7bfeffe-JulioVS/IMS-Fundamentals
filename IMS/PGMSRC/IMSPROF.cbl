      * PER PERSON, COLLECTED ACROSS EVERY SKILL ROOT THEY ARE FILED
      * UNDER :
      *   - THE SKILL CLASSES THE PERSON APPEARS UNDER
      *   - EVERY EDUC ENTRY (EDUID PLUS EDUC-DATA) WITH ITS ROOT,
      *     AND ITS CERTIFICATION COMPLETION/EXPIRY DATES WHERE THE
      *     ENTRY CARRIES THEM
      *   - EVERY EXPR ENTRY WITH ITS CLASSIF CODE RESOLVED TO THE
      *     CLASMAST DESCRIPTION, THE WAY COBPROG'S
      *     CLASSIF-LOOKUP-START DOES
                 PERFORM PROFILE-LINE-CHECK-START THRU
                         PROFILE-LINE-CHECK-END
                 DISPLAY '      ' PRF-KEY (SECTION-SUB)
                         ' ' PRF-DATA (SECTION-SUB) (1:41)
                         ' (UNDER ' PRF-SKCLASS (SECTION-SUB) ')'
                 ADD 1 TO LINE-COUNT
      *          THE LAST 16 BYTES OF THE EDUC DATA ARE THE
      *          CERTIFICATION COMPLETION AND EXPIRY DATES.
                 IF PRF-DATA (SECTION-SUB) (42:16) NOT = SPACES
                    PERFORM PROFILE-LINE-CHECK-START THRU
                            PROFILE-LINE-CHECK-END
                    DISPLAY '         COMPLETED '
                            PRF-DATA (SECTION-SUB) (42:8)
                            '   EXPIRES '
                            PRF-DATA (SECTION-SUB) (50:8)
                    ADD 1 TO LINE-COUNT
                 END-IF
                 MOVE 'D' TO PRF-DONE-FLAG (SECTION-SUB)
              END-IF
           END-PERFORM.
