      ******************************************************************
      * CPY/FREIGHT-INV-REC
      * Record layout of the freight invoice register, COPYd under
      * the 01 of its FD by freight-invoice: one record per invoice
      * issued, keyed by the invoice number off the number register.
      * Payments are not posted here; the statement nets the
      * payments file against each invoice, so the register stays
      * exactly what was issued.
      ******************************************************************
           05 inv-key.
               10 inv-number    PIC 9(06).
           05 inv-date          PIC 9(08).
           05 inv-period        PIC 9(06).
           05 inv-cust-code     PIC X(08).
           05 inv-legs          PIC 9(05).
           05 inv-kms           PIC 9(07)V9(03).
           05 inv-subtotal      PIC S9(09)V99.
           05 inv-tax-pct       PIC 9(02)V99.
           05 inv-tax           PIC S9(09)V99.
           05 inv-total         PIC S9(09)V99.
           05 inv-due-date      PIC 9(08).
