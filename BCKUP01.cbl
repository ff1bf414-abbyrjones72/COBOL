
       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-RECORD         PIC X(330).

       FD  KEEP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

       SAVE-ONE-PHONE.
           MOVE SPACE TO GENERATION-RECORD.
           MOVE PHONE-RECORD TO GENERATION-RECORD (1:163).
           PERFORM WRITE-THE-GENERATION-RECORD.
           PERFORM READ-NEXT-PHONE.


       SAVE-ONE-PRODUCT.
           MOVE SPACE TO GENERATION-RECORD.
           MOVE PRODUCT-RECORD TO GENERATION-RECORD (1:106).
           PERFORM WRITE-THE-GENERATION-RECORD.
           PERFORM READ-NEXT-PRODUCT.

