                 05 QLINE-QUANTITY         PIC 9(5).
                 05 QLINE-UNIT-PRICE       PIC 9(7)V99.
                 05 QLINE-EXTENSION        PIC 9(9)V99.
      * THE PRODUCT'S LIST PRICE WHEN THE LINE WAS QUOTED, CARRIED
      * ONTO THE ORDER LINE SO THE INVOICE CAN SHOW ANY AGREEMENT
      * DISCOUNT BUILT INTO THE QUOTED PRICE.
                 05 QLINE-LIST-PRICE       PIC 9(7)V99.
      * THE UNIT COST AND MARGIN STANDING OF THE QUOTED LINE, KEPT
      * AS ON ORDER LINES (WORDLINE.CPY) AND CARRIED ONTO THE ORDER
      * LINE AT CONVERSION - A LINE QUOTED ON MARGIN HOLD BECOMES AN
      * ORDER LINE ON MARGIN HOLD.
                 05 QLINE-UNIT-COST        PIC 9(7)V99.
                 05 QLINE-MARGIN-STATUS    PIC X(1).
                           88 QLINE-MARGIN-APPROVED VALUE "A".
                           88 QLINE-ON-MARGIN-HOLD  VALUE "H".
                 05 QLINE-MARGIN-APPROVER  PIC X(10).
                 05 QLINE-MARGIN-DATE      PIC 9(8).
