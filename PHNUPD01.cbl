
      * BEFORE-IMAGE HOLDS THE RECORD AS IT STOOD WHEN IT WAS READ,
      * SO THE JOURNAL CAN SHOW WHAT A CHANGE OR DELETE REPLACED.
           01 BEFORE-IMAGE       PIC X(163).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
