      *> Governing line layout for the gift voucher rules
      *> (VOUCHER-RULES.DAT) - one line, keyed on the control file
      *> workbench and rewritten whole, the way LOYALTY-RULES.DAT
      *> is:
      *>   how many days a voucher stays spendable from the day it
      *>     is sold - stamped on the voucher as its expiry date at
      *>     the sale, so a later change of the rule never moves a
      *>     date a customer was already given
      *> The VALUE below is the shop's standing rule; a reader that
      *> finds no file on disk runs on it. Copied into the
      *> WORKING-STORAGE of every program that sells or keys the
      *> rules so the layout only has to change in one place.
       01  VoucherRules.
           03  VcrValidityDays         PIC 9(3) VALUE 365.
