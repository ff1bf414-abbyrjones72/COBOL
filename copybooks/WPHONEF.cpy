      * KEYED. ZERO MEANS THE ENTRY IS NOT A CUSTOMER'S. PHNCHK01
      * REPORTS LINKS POINTING AT ACCOUNTS NO LONGER ON FILE.
                 05 PHONE-ACCOUNT-NUMBER   PIC 9(7).
      * THE DO-NOT-CALL MARK THE DNCSCR01 SCRUB SETS WHEN THE NUMBER
      * IS ON THE REGISTRY (DNCREG.DAT): "D" MEANS DO NOT CALL, "E"
      * MEANS IT IS ON THE REGISTRY BUT THE LINKED ACCOUNT HAS A
      * CURRENT EXISTING-BUSINESS-RELATIONSHIP EXEMPTION (SEE
      * CUSTOMER-EBR-EXPIRES), BLANK MEANS NOT ON THE REGISTRY. THE
      * SCRUB DATE IS WHEN THE SCRUB LAST CHECKED THE ENTRY.
                 05 PHONE-DNC-FLAG         PIC X(1).
                           88 PHONE-IS-DO-NOT-CALL VALUE "D".
                           88 PHONE-IS-DNC-EXEMPT  VALUE "E".
                 05 PHONE-DNC-SCRUB-DATE   PIC 9(8).
