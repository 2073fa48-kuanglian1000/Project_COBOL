      *> Governing record layout for the promotions master
      *> (PROMO.DAT) - one record per discount campaign, keyed by a
      *> short campaign code. A campaign runs from its start date to
      *> its end date (zeros = open-ended) on the weekdays flagged
      *> "Y" (Monday first, Sunday last), for the titles in its
      *> price category and genre (space / spaces = any). It is
      *> judged on the day the rental was taken out. The rule says
      *> what the rental part of the check-in charge loses - late
      *> fees are never discounted:
      *>   P = a percentage off the rental       (PromoRuleValue %)
      *>   A = an amount off the rental          (PromoRuleValue)
      *>   F = every Nth qualifying copy in one basket rents free
      *>       (PromoEveryNth), awarded when the basket is issued
      *> The check-in takes the single best discount on offer.
      *> Copied into every program that opens PromoFile so the
      *> layout only has to change in one place.
       01  PromoRecord.
           88  EndOfPromoFile          VALUE HIGH-VALUE.
           03  PromoCode               PIC X(6).
           03  PromoName               PIC X(20).
           03  PromoStartDate          PIC 9(8).
           03  PromoEndDate            PIC 9(8).
               88  PromoOpenEnded      VALUE ZERO.
           03  PromoWeekdays.
               05  PromoDayFlag        PIC X OCCURS 7 TIMES.
           03  PromoCategory           PIC X.
           03  PromoGenreCode          PIC X(3).
           03  PromoRuleType           PIC X.
               88  PromoPercentOff     VALUE "P".
               88  PromoAmountOff      VALUE "A".
               88  PromoNthFree        VALUE "F".
               88  ValidPromoRule      VALUE "P" "A" "F".
           03  PromoRuleValue          PIC 9(3)V99.
           03  PromoEveryNth           PIC 9.
           03  PromoKeyedDate          PIC 9(8).
           03  PromoKeyedBy            PIC X(4).
