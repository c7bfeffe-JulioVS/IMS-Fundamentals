          05 JRN-CONC-KEY           PIC X(68).
          05 JRN-BEFORE-IMAGE       PIC X(120).
          05 JRN-AFTER-IMAGE        PIC X(120).
          05 JRN-OPERATOR           PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
      * AUDIT JOURNAL WRITE - THE IOAREA STILL HOLDS THE NAME SEGMENT
      * AS RETRIEVED BY THE GHU, SO THAT IS THE BEFORE-IMAGE. NO
      * AFTER-IMAGE ON A DELETE. THE CONCATENATED KEY COMES STRAIGHT
      * OUT OF KFBAREA, SAME AS EVERY OTHER JOURNAL WRITER. THE
      * REVIEWER WHO APPROVED THE DELETE IS RECORDED AS THE OPERATOR.
      *---------------------------------------------------------------
      *
       WRITE-JOURNAL-START.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
           MOVE IOAREA-NAME TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           MOVE SPACES TO JRN-OPERATOR.
           MOVE DELC-REVIEWER TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.
           ADD 1 TO JOURNAL-COUNTER.
      *
