      *> (FEES-JOURNAL.DAT) - one line per piece of money that
      *> moved over the counter, cashed up against at closing.
      *> Charges BILL the borrower's account; cash handed over
      *> writes a PAY line beside them. Only the drawer types count
      *> as till cash at the cash-up - the rest move account
      *> balances and print as memo:
      *>   PAY = cash taken at the desk     (DRAWER cash in)
      *>   VSL = voucher sold at desk       (DRAWER cash in)
      *>   SEL = ex-rental copy sold        (DRAWER cash in)
      *>   DEP = security deposit taken     (DRAWER cash in)
      *>   DRF = security deposit refunded  (DRAWER cash OUT)
      *>   DFF = deposit forfeited to the account (pays billing)
      *>   CHG = check-in charge            (billed to account)
      *>   RPL = replacement billing        (billed)
      *>   ADC = adjustment, extra charge   (billed)
      *>   MEM = membership renewal billing (billed)
      *>   REV = faulty-return reversal     (reduces billing)
      *>   ADJ = adjustment/waiver          (reduces billing)
      *>   DSC = promotion discount         (reduces billing)
      *>   LPR = loyalty points redeemed    (reduces billing)
      *>   VCH = voucher redeemed           (reduces cash due)
      *>   BDW = bad debt written off       (reduces billing,
      *>                                     supervisor only)
      *>   COL = collection agency recovery (paid by remittance,
      *>                                     not drawer cash)
      *>   CCM = agency commission kept     (reduces billing)
      *>   VBK = expired voucher closed     (breakage income,
      *>                                     not drawer cash)
      *> The approver id is spaces except where a line needed a
      *> second (supervisor) sign-off. Every amount is tax-inclusive;
      *> the tax code, rate and the tax portion of the total are
      *> split out onto the line by Sub-JournalTax off the tax table
      *> (TAX-TABLE.DAT) as it is written. Grown out of the private
      *> layout INDEXEDFILE-LOANRETURN used to carry, moved to a
      *> copybook when the account desk became the journal's second
      *> writer.
      *> The branch is the shop the money moved at - the terminal's
      *> BRANCH.DAT for counter and office work, the loan's own
      *> branch where a line comes off a loan; a line from before
      *> the column existed carries none and reads as branch 1, the
      *> way an older copy or loan record does.
      *> Built in WORKING-STORAGE and moved into the FD's flat line
      *> with WRITE ... FROM, same as CALCLOGREC. Copied into every
      *> program that touches the journal so the layout only has to
           03  FeeJrnOperatorId        PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  FeeJrnApproverId        PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  FeeJrnTaxCode           PIC X(2).
           03  FILLER                  PIC X VALUE SPACE.
           03  FeeJrnTaxRate           PIC 99.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  FeeJrnTaxAmount         PIC 9(5).99.
           03  FILLER                  PIC X VALUE SPACE.
           03  FeeJrnBranchCode        PIC 99.
