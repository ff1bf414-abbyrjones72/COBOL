      * VENDOR.DAT, the vendor master, in the shape SALESMNT01 gives
      * the salesperson master. Add takes the vendor's name, address,
      * phone, contact, and payment terms under a keyed vendor
      * number, with the taxpayer id, whether the vendor gets a
      * 1099 at year end, and the currency it bills in (which must
      * have a rate on FXRATE.DAT); change re-keys the details;
      * delete is refused once any purchase order on POHDR.DAT
      * references the vendor - a vendor no longer bought from is
      * (D)ROPPED by flag instead; list pages the master on the
      * screen and (P)RINT puts the vendor roster on paper.
      ******************************************************************

       ENVIRONMENT DIVISION.
           01 PHONE-ENTRY        PIC X(15).
           01 CONTACT-ENTRY      PIC X(30).
           01 TERMS-ENTRY        PIC X(15).
           01 TAX-ID-ENTRY       PIC X(11).
           01 FLAG-1099-ENTRY    PIC X.
           01 CURRENCY-ENTRY     PIC X(3).
           01 VENDORS-PRINTED    PIC 9(5).

      * FLAG HANDED BACK BY THE SHARED STATVAL01 STATE CHECK.
           01 STATE-MATCH-FOUND  PIC X.

      * THE RATE LOOKUP THAT PROVES A KEYED CURRENCY IS ONE FXMNT01
      * HAS RATES FOR - SEE FXFND01.
           01 RATE-CHECK-DATE    PIC 9(8).
           01 RATE-CHECK-RATE    PIC 9(3)V9(6).
           01 RATE-CHECK-FOUND   PIC X.

      * Structures for the printed roster.
       01  TITLE-LINE.
                 05 FILLER                 PIC X(13) VALUE
           ACCEPT CONTACT-ENTRY.
           DISPLAY "TERMS (E.G. NET 30) ? ".
           ACCEPT TERMS-ENTRY.
           PERFORM GET-THE-TAX-DETAILS.

      * GET-THE-TAX-DETAILS TAKES THE 1099 FLAG AND THE TAXPAYER ID.
      * AN ID MAY BE LEFT BLANK UNTIL THE VENDOR SENDS ITS W-9 - THE
      * YEAR-END RUN LISTS EVERY PAID VENDOR STILL MISSING ONE.
       GET-THE-TAX-DETAILS.
           DISPLAY "GETS A 1099 AT YEAR END (Y/N) ? ".
           ACCEPT FLAG-1099-ENTRY.
           IF FLAG-1099-ENTRY = "y"
                     MOVE "Y" TO FLAG-1099-ENTRY.
           IF FLAG-1099-ENTRY NOT = "Y"
                     MOVE "N" TO FLAG-1099-ENTRY.
           DISPLAY "TAXPAYER ID (EIN OR SSN, BLANK IF NOT YET "
                   "KNOWN) ? ".
           ACCEPT TAX-ID-ENTRY.
           PERFORM GET-THE-CURRENCY.

      * GET-THE-CURRENCY TAKES THE CURRENCY THE VENDOR BILLS IN. A
      * KEYED CODE MUST HAVE A RATE IN FORCE TODAY ON FXRATE.DAT
      * (FXMNT01 MAINTAINS IT) OR NO PO COULD BE PRICED FOR THE
      * VENDOR. BLANK IS HOME CURRENCY.
       GET-THE-CURRENCY.
           DISPLAY "CURRENCY (BLANK FOR HOME) ? ".
           ACCEPT CURRENCY-ENTRY.
           INSPECT CURRENCY-ENTRY CONVERTING
                     "abcdefghijklmnopqrstuvwxyz" TO
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT RATE-CHECK-DATE FROM DATE YYYYMMDD.
           CALL "FXFND01" USING CURRENCY-ENTRY RATE-CHECK-DATE
                     RATE-CHECK-RATE RATE-CHECK-FOUND.
           IF RATE-CHECK-FOUND NOT = "Y"
                     DISPLAY "NO RATE IN FORCE FOR THAT CURRENCY ON "
                             "FXRATE.DAT"
                     GO TO GET-THE-CURRENCY.

       MOVE-THE-DETAILS.
           MOVE NAME-ENTRY TO VENDOR-NAME.
           MOVE PHONE-ENTRY TO VENDOR-PHONE.
           MOVE CONTACT-ENTRY TO VENDOR-CONTACT.
           MOVE TERMS-ENTRY TO VENDOR-TERMS.
           MOVE TAX-ID-ENTRY TO VENDOR-TAX-ID.
           MOVE FLAG-1099-ENTRY TO VENDOR-1099-FLAG.
           MOVE CURRENCY-ENTRY TO VENDOR-CURRENCY-CODE.

       ADD-A-VENDOR.
           PERFORM GET-THE-VENDOR-KEY.
           ELSE
                     DISPLAY "ON FILE: " VENDOR-NAME " - "
                             VENDOR-CONTACT " - " VENDOR-PHONE
                     DISPLAY "TAX ID " VENDOR-TAX-ID " 1099 "
                             VENDOR-1099-FLAG " CURRENCY "
                             VENDOR-CURRENCY-CODE
                     PERFORM GET-THE-DETAILS
                     PERFORM MOVE-THE-DETAILS
                     REWRITE VENDOR-RECORD
                     PERFORM PRESS-ENTER.
           DISPLAY VENDOR-NUMBER " " VENDOR-NAME " "
                   VENDOR-PHONE " " VENDOR-CONTACT " "
                   VENDOR-TERMS " " VENDOR-STATUS " "
                   VENDOR-1099-FLAG " " VENDOR-CURRENCY-CODE.
           ADD 1 TO SCREEN-LINES.
           PERFORM READ-NEXT-VENDOR.

