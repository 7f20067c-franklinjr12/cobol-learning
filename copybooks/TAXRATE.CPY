      *****************************************************************
      *  TAXRATE.CPY
      *  Sales-tax rate record layout.
      *  Effective-dated rates by customer category on TAXRATE, a
      *  line-sequential file appended by TaxRateMenu in the way
      *  ExchangeRateMenu appends EXCHRATE. CustomerPosting loads
      *  it and taxes each taxable debit at the latest rate for the
      *  customer's category effective on or before the posting
      *  date. A category with no rate in effect is not taxed.
      *****************************************************************
       01  TAX-RATE-RECORD.
           05 TAX-CAT-CODE       PIC 9(02).
      *        CUST-CAT the rate applies to.
           05 TAX-EFF-DATE       PIC 9(08).
           05 TAX-RATE-PCT       PIC 9(02)V9(04).
      *        Percent, to four places - 8.2500 is 8.25%. Zero
      *        exempts the category from the effective date on.
