      * invoice file, so billing no longer re-keys the printed
      * report into the invoicing typewriter. A customer is never
      * deleted, only deactivated, so old history still resolves.
      * A customer flagged tax-exempt (Y) is charged no sales tax;
      * the exemption certificate number on file prints on every
      * invoice so the exemption can be shown at audit.
      *****************************************************************
       01 cm-customer-record.
         05 cm-customer-number         pic x(6).
         05 cm-billing-address-2       pic x(25).
         05 cm-billing-terms           pic x(10).
         05 cm-active-flag             pic x(1).
         05 cm-tax-exempt-flag         pic x(1).
         05 cm-exempt-certificate      pic x(15).
