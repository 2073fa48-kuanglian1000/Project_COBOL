      *> voucher can pay down several check-ins), and whether any
      *> balance remains. Sold by VOUCHER-DESK, redeemed by the loan
      *> desk's check-in, listed as outstanding liability at period
      *> end, and closed by VOUCHER-BREAKAGE once past its expiry.
      *> Copied into every program that opens VoucherFile so the
      *> layout only has to change in one place.
       01  VoucherRecord.
           88  EndOfVoucherFile        VALUE HIGH-VALUE.
           03  VoucherNumber           PIC 9(6).
           03  VoucherStatusFlag       PIC X.
               88  VoucherIsOpen       VALUE "O".
               88  VoucherUsedUp       VALUE "U".
      *> expired with a balance left - the balance went to breakage
      *> income and the remaining amount is kept as what was lost
               88  VoucherExpired      VALUE "X".
           03  VoucherSoldBy           PIC X(4).
      *> the last day the voucher can be spent, stamped at the sale
      *> from VOUCHER-RULES.DAT; zeros on a voucher sold before
      *> vouchers expired - it never does
           03  VoucherExpiryDate       PIC 9(8).
               88  VoucherNeverExpires VALUE ZEROS.
