
       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-RECORD         PIC X(330).

       FD  PHONE-FILE
           LABEL RECORDS ARE STANDARD.
           CLOSE PHONE-FILE.

       PUT-ONE-PHONE.
           MOVE GENERATION-RECORD (1:163) TO PHONE-RECORD.
           WRITE PHONE-RECORD
                     INVALID KEY
                     DISPLAY "WRITE FAILED - STATUS "
           CLOSE CUSTOMER-FILE.

       PUT-ONE-CUSTOMER.
           MOVE GENERATION-RECORD (1:330) TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD
                     INVALID KEY
                     DISPLAY "WRITE FAILED - STATUS "
           CLOSE PRODUCT-FILE.

       PUT-ONE-PRODUCT.
           MOVE GENERATION-RECORD (1:106) TO PRODUCT-RECORD.
           WRITE PRODUCT-RECORD
                     INVALID KEY
                     DISPLAY "WRITE FAILED - STATUS "
