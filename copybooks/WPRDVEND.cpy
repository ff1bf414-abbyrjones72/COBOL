      * actually paid (PORCV01 refreshes it at receiving), and the
      * vendor's lead time in days, which the suggested-PO pass uses
      * to order before the shelf empties instead of after.
      * PVXMNT01 maintains the file; PVXIMP01 loads a vendor's
      * quarterly price file into the cost and lead-time fields.
      ******************************************************************
       01  PRODUCT-VENDOR-RECORD.
                 05 XREF-KEY.
